       identification division.
      * ctx230 - test/demo mainframe conversion to micro focus cobol
      *        - year-end municipal statistics return to the province,
      *          produced straight off the files instead of built by
      *          hand from the ctx130, ctx145, ctx165 and ctx170
      *          printouts
      *        - env-var CTX230-YEAR (ccyy, default the run date's
      *          year) names the levy year reported, CTX230-MUNI the
      *          ministry's municipality code for the upload (default
      *          000000), and CTX230-SALE-YEARS the tax-sale
      *          threshold in years of arrears (default 3, as ctx170)
      *        - schedules on STATRPT:
      *          a - folios and assessed land/improvement values by
      *              property class, off CITYTAX
      *          b - the year's levy by class and taxing component,
      *              off the ctx130 LEVYDTL levy register rows, with
      *              authority names off REQRATE
      *          c - collections of current taxes by class - each
      *              folio's levy less what its levy-year owing slot
      *              still holds, as ctx210 works it out
      *          d - arrears by levy year off the owing slots
      *          e - home-owner grants claimed by type, off GRANTCLM
      *          f - deferral agreements outstanding, off DEFERMAS
      *          g - tax-sale properties, picked as ctx170 picks them
      *              (deferral folios and folios on an ARRAGR payment
      *              agreement in force are not candidates)
      *        - cross-foot checks between the schedules close the
      *          report - levy by class against levy by component,
      *          the collections levy against the levy register, the
      *          arrears schedule against the roll balance, and the
      *          tax-sale arrears plus the protected folios' against
      *          all old arrears on the roll; any that fails sets JOBSUM
      *          status VARIANCE
      *        - the same figures go to STATRTN, the flat file the
      *          ministry's upload takes - a header row, one row per
      *          schedule line, and a trailer with the row count and
      *          amount hash
       program-id. ctx230.
       environment division.
       input-output section.
       file-control.
           select citytax assign external CITYTAX
                  organization record sequential access mode sequential
                  file status citytax-stat.
           select levydtl assign external LEVYDTL
                  organization line sequential
                  file status levydtl-stat.
           select reqrate assign external REQRATE
                  organization line sequential
                  file status reqrate-stat.
           select grantclm assign external GRANTCLM
                  organization line sequential
                  file status grantclm-stat.
           select defermas assign external DEFERMAS
                  organization line sequential
                  file status defermas-stat.
           select arragr assign external ARRAGR
                  organization line sequential
                  file status arragr-stat.
           select statrpt assign external STATRPT
                  organization line sequential.
           select statrtn assign external STATRTN
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  citytax record contains 128 characters.
           copy "citytax1.cpy".
       fd  levydtl record contains 40 characters.
           01 ldrec.
              05 ld-folio        pic x(10).
              05 ld-year         pic 9(4).
              05 ld-kind         pic x(1).
              05 ld-code         pic x(6).
              05 ld-amount       pic s9(7)v99  sign leading separate.
              05 filler          pic x(9).
       fd  reqrate record contains 80 characters.
           01 rqrec.
              05 rq-auth         pic x(4).
              05 rq-class        pic x(2).
              05 rq-rate         pic 9(3)v9999.
              05 rq-dscrptn      pic x(30).
              05 filler          pic x(37).
       fd  grantclm record contains 40 characters.
           01 gcrec.
              05 gc-folio        pic x(10).
              05 gc-type         pic x(1).
              05 gc-amount       pic 9(5)v99.
              05 filler          pic x(22).
       fd  defermas record contains 40 characters.
           01 dfrec.
              05 df-folio        pic x(10).
              05 df-start        pic 9(6).
              05 df-balance      pic 9(7)v99.
              05 filler          pic x(15).
       fd  arragr record contains 80 characters.
           01 parec. copy "arragr.cpy".
       fd  statrpt record contains 132 characters.
           01 rptline            pic x(132).
      * the ministry upload - 'HD' header, 'A1' assessment by class,
      * 'B1' levy by class and component, 'B2' levy by component,
      * 'C1' collections by class, 'D1' arrears by year, 'E1' grants
      * by type, 'F1' deferrals, 'G1' tax sale, 'TR' trailer
       fd  statrtn record contains 80 characters.
           01 srrec.
              05 sr-type         pic x(2).
              05 sr-muni         pic x(6).
              05 sr-year         pic 9(4).
              05 sr-key1         pic x(6).
              05 sr-kind         pic x(1).
              05 sr-code         pic x(6).
              05 sr-count        pic 9(7).
              05 sr-amt1         pic s9(11)v99 sign leading separate.
              05 sr-amt2         pic s9(11)v99 sign leading separate.
              05 sr-amt3         pic s9(11)v99 sign leading separate.
              05 filler          pic x(6).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 citytax-eof        pic x value ' '.
               88 citytax-at-eof          value '1'.
           05 levydtl-eof        pic x value ' '.
               88 levydtl-at-eof          value '1'.
           05 reqrate-eof        pic x value ' '.
               88 reqrate-at-eof          value '1'.
           05 grantclm-eof       pic x value ' '.
               88 grantclm-at-eof         value '1'.
           05 defermas-eof       pic x value ' '.
               88 defermas-at-eof         value '1'.
           05 arragr-eof         pic x value ' '.
               88 arragr-at-eof           value '1'.
           05 levy-year          pic 9(4) value zeros.
           05 sale-years         pic 9(2) value 3.
           05 cutoff-year        pic 9(4) value zeros.
           05 muni-code          pic x(6) value '000000'.
           05 hold-folio         pic x(10) value spaces.
           05 hold-class         pic x(2) value spaces.
           05 hold-on-roll-sw    pic x value 'N'.
               88 hold-on-roll            value 'Y'.
           05 slot-idx           pic 9 value zero.
           05 slot-found-sw      pic x value 'N'.
               88 slot-found              value 'Y'.
           05 found-sw           pic x value 'N'.
               88 found                   value 'Y'.
           05 candidate-sw       pic x value 'N'.
               88 is-candidate            value 'Y'.
           05 roll-count         pic 9(7) value zeros.
           05 roll-maint         pic s9(11)v99 comp-3 value 0.
           05 row-count          pic 9(7) value zeros.
           05 skip-count         pic 9(7) value zeros.
           05 orphan-count       pic 9(5) value zeros.
           05 orphan-levy        pic s9(11)v99 comp-3 value 0.
           05 unplaced-count     pic 9(5) value zeros.
           05 folio-coll         pic s9(9)v99 comp-3 value 0.
           05 sale-count         pic 9(5) value zeros.
           05 sale-arrears       pic s9(11)v99 comp-3 value 0.
           05 sale-owing         pic s9(11)v99 comp-3 value 0.
           05 held-count         pic 9(5) value zeros.
           05 held-arrears       pic s9(11)v99 comp-3 value 0.
           05 folio-arrears      pic s9(9)v99 comp-3 value 0.
           05 cutoff-arrears     pic s9(11)v99 comp-3 value 0.
           05 defer-bal-total    pic s9(11)v99 comp-3 value 0.
           05 tot-folios         pic 9(7) value zeros.
           05 tot-land           pic s9(13) comp-3 value 0.
           05 tot-imp            pic s9(13) comp-3 value 0.
           05 tot-cl-levy        pic s9(11)v99 comp-3 value 0.
           05 tot-cm-levy        pic s9(11)v99 comp-3 value 0.
           05 tot-cc-levy        pic s9(11)v99 comp-3 value 0.
           05 tot-ft-levy        pic s9(11)v99 comp-3 value 0.
           05 tot-coll           pic s9(11)v99 comp-3 value 0.
           05 tot-uncoll         pic s9(11)v99 comp-3 value 0.
           05 tot-arrears        pic s9(11)v99 comp-3 value 0.
           05 tot-grant          pic s9(11)v99 comp-3 value 0.
           05 grant-count        pic 9(7) value zeros.
           05 fail-count         pic 9(3) value zeros.
           05 rtn-count          pic 9(7) value zeros.
           05 rtn-hash           pic s9(13)v99 comp-3 value 0.
           05 chk-amt1           pic s9(13)v99 comp-3 value 0.
           05 chk-amt2           pic s9(13)v99 comp-3 value 0.
           05 chk-txt            pic x(50) value spaces.
           05 kind-txt           pic x(12) value spaces.
           05 srch-kind          pic x(1) value spaces.
           05 srch-code          pic x(6) value spaces.
           05 name-txt           pic x(30) value spaces.
           05 val-ed1            pic zzz,zzz,zzz,zz9.
           05 val-ed2            pic zzz,zzz,zzz,zz9.
           05 val-ed3            pic zzz,zzz,zzz,zz9.
           05 amt-ed1            pic zzz,zzz,zz9.99-.
           05 amt-ed2            pic zzz,zzz,zz9.99-.
           05 amt-ed3            pic zzz,zzz,zz9.99-.
           05 cnt-ed             pic zzz,zz9.
      * the parms come in off the environment as text, validated
      * through NUMEDIT before being trusted as numeric
       01  edit-flds.
           05 levy-year-txt      pic x(4) value '0000'.
           05 sale-years-txt     pic x(2) value '03'.
           05 edit-lth           pic 9(4) comp value 4.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * the roll - each folio's class, what it still owes on the
      * levy year, and its levy off LEVYDTL
       01  folio-flds.
           05 folio-count        pic 9(5) value zeros.
           05 folio-idx          pic 9(5) value zeros.
       01  folio-table.
           05 folio-entry occurs 5000 times.
              10 ft-folio        pic x(10).
              10 ft-class        pic x(2).
              10 ft-remain       pic s9(7)v99 comp-3.
              10 ft-placed       pic x(1).
              10 ft-levy         pic s9(9)v99 comp-3.
      * schedules a and c - by property class
       01  class-flds.
           05 class-count        pic 9(3) value zeros.
           05 class-idx          pic 9(3) value zeros.
           05 class-found-sw     pic x value 'N'.
               88 class-found             value 'Y'.
           05 srch-class         pic x(2) value spaces.
       01  class-table.
           05 class-entry occurs 50 times.
              10 cl-class        pic x(2).
              10 cl-folios       pic 9(7).
              10 cl-land         pic s9(13) comp-3.
              10 cl-imp          pic s9(13) comp-3.
              10 cl-levy         pic s9(11)v99 comp-3.
              10 cl-coll         pic s9(11)v99 comp-3.
      * schedule b - levy by class and component, and by component
       01  cc-flds.
           05 cc-count           pic 9(4) value zeros.
           05 cc-idx             pic 9(4) value zeros.
           05 cc-found-sw        pic x value 'N'.
               88 cc-found                value 'Y'.
       01  cc-table.
           05 cc-entry occurs 1000 times.
              10 cc-class        pic x(2).
              10 cc-kind         pic x(1).
              10 cc-code         pic x(6).
              10 cc-levied       pic s9(11)v99 comp-3.
       01  comp-flds.
           05 comp-count         pic 9(3) value zeros.
           05 comp-idx           pic 9(3) value zeros.
           05 comp-found-sw      pic x value 'N'.
               88 comp-found              value 'Y'.
       01  comp-table.
           05 comp-entry occurs 300 times.
              10 cm-kind         pic x(1).
              10 cm-code         pic x(6).
              10 cm-levied       pic s9(11)v99 comp-3.
      * schedule d - arrears by levy year
       01  year-flds.
           05 year-count         pic 9(2) value zeros.
           05 year-idx           pic 9(2) value zeros.
           05 year-found-sw      pic x value 'N'.
               88 year-found              value 'Y'.
           05 srch-year          pic 9(4) value zeros.
       01  year-table.
           05 year-entry occurs 20 times.
              10 yt-year         pic 9(4).
              10 yt-folios       pic 9(7).
              10 yt-owing        pic s9(11)v99 comp-3.
      * schedule e - grants claimed by type
       01  grant-flds.
           05 gr-count           pic 9(2) value zeros.
           05 gr-idx             pic 9(2) value zeros.
           05 gr-found-sw        pic x value 'N'.
               88 gr-found                value 'Y'.
       01  grant-table.
           05 grant-entry occurs 10 times.
              10 gt-type         pic x(1).
              10 gt-count        pic 9(7).
              10 gt-amount       pic s9(11)v99 comp-3.
      * deferral folios and folios on a payment agreement in force -
      * neither is a tax-sale candidate
       01  prot-flds.
           05 defer-count        pic 9(4) value zeros.
           05 agree-count        pic 9(4) value zeros.
           05 prot-count         pic 9(4) value zeros.
           05 prot-idx           pic 9(4) value zeros.
           05 prot-found-sw      pic x value 'N'.
               88 prot-found              value 'Y'.
       01  prot-table.
           05 prot-entry occurs 2500 times.
              10 pr-folio        pic x(10).
      * authority names off REQRATE
       01  auth-flds.
           05 auth-count         pic 9(3) value zeros.
           05 auth-idx           pic 9(3) value zeros.
           05 auth-found-sw      pic x value 'N'.
               88 auth-found              value 'Y'.
           05 srch-auth          pic x(4) value spaces.
       01  auth-table.
           05 auth-entry occurs 20 times.
              10 au-auth         pic x(4).
              10 au-dscrptn      pic x(30).
       01  misc.
           05 citytax-stat       pic xx value spaces.
           05 levydtl-stat       pic xx value spaces.
           05 reqrate-stat       pic xx value spaces.
           05 grantclm-stat      pic xx value spaces.
           05 defermas-stat      pic xx value spaces.
           05 arragr-stat        pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept levy-year-txt from environment "CTX230-YEAR"
               on exception move '0000' to levy-year-txt
           end-accept.
           move 4 to edit-lth.
           call "numedit" using levy-year-txt edit-lth edit-valid-sw.
           if edit-valid
              move levy-year-txt to levy-year
           else
              move zeros to levy-year
           end-if.
           if levy-year = zeros
              compute levy-year = rundate-ymd8-cc * 100
                  + rundate-ymd8-yy
           end-if.
           accept sale-years-txt from environment "CTX230-SALE-YEARS"
               on exception move '03' to sale-years-txt
           end-accept.
           move 2 to edit-lth.
           call "numedit" using sale-years-txt edit-lth edit-valid-sw.
           if edit-valid
              move sale-years-txt to sale-years
           else
              move 3 to sale-years
           end-if.
           if sale-years = zeros
              move 3 to sale-years
           end-if.
           compute cutoff-year = levy-year - sale-years.
           accept muni-code from environment "CTX230-MUNI"
               on exception move '000000' to muni-code
           end-accept.
      * no REQRATE leaves the authorities listed by code alone
           open input reqrate.
           if reqrate-stat = '00'
              read reqrate at end move '1' to reqrate-eof
              end-read
              perform loadauthrtn until reqrate-at-eof
              close reqrate
           end-if.
      * no DEFERMAS or ARRAGR on disk just means no agreements
           open input defermas.
           if defermas-stat = '00'
              read defermas at end move '1' to defermas-eof
              end-read
              perform loaddeferrtn until defermas-at-eof
              close defermas
           end-if.
           open input arragr.
           if arragr-stat = '00'
              read arragr at end move '1' to arragr-eof
              end-read
              perform loadagreertn until arragr-at-eof
              close arragr
           end-if.
           open input citytax.
           if citytax-stat not = '00'
              move citytax-stat to mf-filestat
              move "CITYTAX"    to mf-filenamei
              move "CITYTAX"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read citytax at end move '1' to citytax-eof.
           perform rollrtn until citytax-at-eof.
           close citytax.
           open input levydtl.
           if levydtl-stat not = '00'
              move levydtl-stat to mf-filestat
              move "LEVYDTL"    to mf-filenamei
              move "LEVYDTL"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read levydtl at end move '1' to levydtl-eof.
           perform levyrtn until levydtl-at-eof.
           close levydtl.
           perform collrtn
               varying folio-idx from 1 by 1
               until folio-idx > folio-count.
      * no GRANTCLM on disk just means no claims this year
           open input grantclm.
           if grantclm-stat = '00'
              read grantclm at end move '1' to grantclm-eof
              end-read
              perform grantrtn until grantclm-at-eof
              close grantclm
           end-if.
           open output statrpt statrtn.
           move spaces to srrec.
           move "HD" to sr-type.
           move muni-code to sr-muni.
           move levy-year to sr-year.
           move rundate-ymd6 to sr-key1.
           move zeros to sr-count.
           move 0 to sr-amt1 sr-amt2 sr-amt3.
           write srrec.
           perform schedartn.
           perform schedbrtn.
           perform schedcrtn.
           perform scheddrtn.
           perform schedertn.
           perform schedfrtn.
           perform schedgrtn.
           perform crossrtn.
           move spaces to srrec.
           move "TR" to sr-type.
           move muni-code to sr-muni.
           move levy-year to sr-year.
           move rtn-count to sr-count.
           move rtn-hash to sr-amt1.
           move 0 to sr-amt2 sr-amt3.
           write srrec.
           close statrpt statrtn.
           move "CTX230" to jobsum-pgm.
           move rtn-count to jobsum-count.
           if fail-count > 0
              move "VARIANCE" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
      *eject
       loadauthrtn.
           move rq-auth to srch-auth.
           move 1 to auth-idx.
           move 'N' to auth-found-sw.
           perform findauth1rtn
               until auth-found or auth-idx > auth-count.
           if not auth-found
              if auth-count >= 20
                 display "CTX230 - AUTH-TABLE FULL, RQ-AUTH: "
                     rq-auth " NOT LOADED" upon console
              else
                 add 1 to auth-count
                 move rq-auth to au-auth (auth-count)
                 move rq-dscrptn to au-dscrptn (auth-count)
              end-if
           end-if.
           read reqrate at end move '1' to reqrate-eof.
       findauth1rtn.
           if au-auth (auth-idx) = srch-auth
              move 'Y' to auth-found-sw
           else
              add 1 to auth-idx
           end-if.
      * schedule f straight off DEFERMAS, and the folio protected
       loaddeferrtn.
           add 1 to defer-count.
           add df-balance to defer-bal-total.
           if prot-count >= 2500
              display "CTX230 - PROT-TABLE FULL, DF-FOLIO: "
                  df-folio " NOT LOADED" upon console
           else
              add 1 to prot-count
              move df-folio to pr-folio (prot-count)
           end-if.
           read defermas at end move '1' to defermas-eof.
       loadagreertn.
           if pa-in-force
              add 1 to agree-count
              if prot-count >= 2500
                 display "CTX230 - PROT-TABLE FULL, PA-FOLIO: "
                     pa-folio " NOT LOADED" upon console
              else
                 add 1 to prot-count
                 move pa-folio to pr-folio (prot-count)
              end-if
           end-if.
           read arragr at end move '1' to arragr-eof.
      * one roll folio - schedules a, d and g, and its levy-year
      * owing held for schedule c
       rollrtn.
           add 1 to roll-count.
           add ctx-maint-tax to roll-maint.
           move ctx-class to srch-class.
           perform findclassrtn.
           if class-idx > 0
              add 1 to cl-folios (class-idx)
              add ctx-land-value to cl-land (class-idx)
              add ctx-imp-value to cl-imp (class-idx)
           end-if.
           if folio-count >= 5000
              display "CTX230 - FOLIO-TABLE FULL, CTX-FOLIO: "
                  ctx-folio " NOT LOADED" upon console
           else
              add 1 to folio-count
              move ctx-folio to ft-folio (folio-count)
              move ctx-class to ft-class (folio-count)
              move 0 to ft-remain (folio-count)
              move 0 to ft-levy (folio-count)
              move 'Y' to ft-placed (folio-count)
              move 'N' to slot-found-sw
              move 1 to slot-idx
              perform findslotrtn
                  until slot-found or slot-idx > 3
              if slot-found
                 move ctx-owing-amt (slot-idx)
                     to ft-remain (folio-count)
              else
                 if ctx-maint-tax > 0
                    move 'N' to ft-placed (folio-count)
                 end-if
              end-if
           end-if.
           move 'N' to candidate-sw.
           move 0 to folio-arrears.
           perform slotrtn
               varying slot-idx from 1 by 1 until slot-idx > 3.
           if is-candidate
              perform findprotrtn
              if prot-found
                 add 1 to held-count
                 add folio-arrears to held-arrears
              else
                 add 1 to sale-count
                 add folio-arrears to sale-arrears
                 add ctx-maint-tax to sale-owing
              end-if
           end-if.
           read citytax at end move '1' to citytax-eof.
       findslotrtn.
           if ctx-owing-year (slot-idx) = levy-year
              move 'Y' to slot-found-sw
           else
              add 1 to slot-idx
           end-if.
      * a populated slot counts under its year on schedule d; one at
      * or before the cutoff makes the folio a tax-sale candidate
       slotrtn.
           if ctx-owing-year (slot-idx) numeric
                 and ctx-owing-amt (slot-idx) numeric
                 and ctx-owing-year (slot-idx) not = zeros
                 and ctx-owing-amt (slot-idx) not = 0
              move ctx-owing-year (slot-idx) to srch-year
              perform findyearrtn
              if year-idx > 0
                 add 1 to yt-folios (year-idx)
                 add ctx-owing-amt (slot-idx) to yt-owing (year-idx)
              end-if
              if ctx-owing-year (slot-idx) <= cutoff-year
                    and ctx-owing-amt (slot-idx) > 0
                 move 'Y' to candidate-sw
                 add ctx-owing-amt (slot-idx) to folio-arrears
                 add ctx-owing-amt (slot-idx) to cutoff-arrears
              end-if
           end-if.
       findclassrtn.
           move 1 to class-idx.
           move 'N' to class-found-sw.
           perform findclass1rtn
               until class-found or class-idx > class-count.
           if not class-found
              if class-count >= 50
                 display "CTX230 - CLASS-TABLE FULL, CLASS: "
                     srch-class " NOT TOTALLED" upon console
                 move zeros to class-idx
              else
                 add 1 to class-count
                 move class-count to class-idx
                 move srch-class to cl-class (class-idx)
                 move zeros to cl-folios (class-idx)
                 move 0 to cl-land (class-idx) cl-imp (class-idx)
                     cl-levy (class-idx) cl-coll (class-idx)
              end-if
           end-if.
       findclass1rtn.
           if cl-class (class-idx) = srch-class
              move 'Y' to class-found-sw
           else
              add 1 to class-idx
           end-if.
       findyearrtn.
           move 1 to year-idx.
           move 'N' to year-found-sw.
           perform findyear1rtn
               until year-found or year-idx > year-count.
           if not year-found
              if year-count >= 20
                 display "CTX230 - YEAR-TABLE FULL, YEAR: "
                     srch-year " NOT TOTALLED" upon console
                 move zeros to year-idx
              else
                 add 1 to year-count
                 move year-count to year-idx
                 move srch-year to yt-year (year-idx)
                 move zeros to yt-folios (year-idx)
                 move 0 to yt-owing (year-idx)
              end-if
           end-if.
       findyear1rtn.
           if yt-year (year-idx) = srch-year
              move 'Y' to year-found-sw
           else
              add 1 to year-idx
           end-if.
       findprotrtn.
           move 1 to prot-idx.
           move 'N' to prot-found-sw.
           perform findprot1rtn
               until prot-found or prot-idx > prot-count.
       findprot1rtn.
           if pr-folio (prot-idx) = ctx-folio
              move 'Y' to prot-found-sw
           else
              add 1 to prot-idx
           end-if.
      * one levy register row for the year - ctx130 writes a folio's
      * components together, so the folio is looked up once per folio
       levyrtn.
           if ld-year not = levy-year
              add 1 to skip-count
           else
              add 1 to row-count
              if ld-folio not = hold-folio
                 move ld-folio to hold-folio
                 perform findfoliortn
                 if found
                    move 'Y' to hold-on-roll-sw
                    move ft-class (folio-idx) to hold-class
                 else
                    move 'N' to hold-on-roll-sw
                    add 1 to orphan-count
                 end-if
              end-if
              perform compaccrtn
              if hold-on-roll
                 add ld-amount to ft-levy (folio-idx)
                 move hold-class to srch-class
                 perform findclassrtn
                 if class-idx > 0
                    add ld-amount to cl-levy (class-idx)
                 end-if
                 perform ccaccrtn
              else
                 add ld-amount to orphan-levy
              end-if
           end-if.
           read levydtl at end move '1' to levydtl-eof.
       findfoliortn.
           move 1 to folio-idx.
           move 'N' to found-sw.
           perform findfolio1rtn
               until found or folio-idx > folio-count.
       findfolio1rtn.
           if ft-folio (folio-idx) = hold-folio
              move 'Y' to found-sw
           else
              add 1 to folio-idx
           end-if.
       compaccrtn.
           move 1 to comp-idx.
           move 'N' to comp-found-sw.
           perform findcomp1rtn
               until comp-found or comp-idx > comp-count.
           if not comp-found
              if comp-count >= 300
                 display "CTX230 - COMP-TABLE FULL, LD-CODE: "
                     ld-code " NOT TOTALLED" upon console
                 move zeros to comp-idx
              else
                 add 1 to comp-count
                 move comp-count to comp-idx
                 move ld-kind to cm-kind (comp-idx)
                 move ld-code to cm-code (comp-idx)
                 move 0 to cm-levied (comp-idx)
              end-if
           end-if.
           if comp-idx > 0
              add ld-amount to cm-levied (comp-idx)
           end-if.
       findcomp1rtn.
           if cm-kind (comp-idx) = ld-kind
                 and cm-code (comp-idx) = ld-code
              move 'Y' to comp-found-sw
           else
              add 1 to comp-idx
           end-if.
       ccaccrtn.
           move 1 to cc-idx.
           move 'N' to cc-found-sw.
           perform findcc1rtn
               until cc-found or cc-idx > cc-count.
           if not cc-found
              if cc-count >= 1000
                 display "CTX230 - CC-TABLE FULL, LD-CODE: "
                     ld-code " NOT TOTALLED" upon console
                 move zeros to cc-idx
              else
                 add 1 to cc-count
                 move cc-count to cc-idx
                 move hold-class to cc-class (cc-idx)
                 move ld-kind to cc-kind (cc-idx)
                 move ld-code to cc-code (cc-idx)
                 move 0 to cc-levied (cc-idx)
              end-if
           end-if.
           if cc-idx > 0
              add ld-amount to cc-levied (cc-idx)
           end-if.
       findcc1rtn.
           if cc-class (cc-idx) = hold-class
                 and cc-kind (cc-idx) = ld-kind
                 and cc-code (cc-idx) = ld-code
              move 'Y' to cc-found-sw
           else
              add 1 to cc-idx
           end-if.
      * one folio's collection of its current levy - the levy less
      * what the levy-year slot still holds; an unplaced folio is
      * counted as nothing collected, as ctx210 counts it
       collrtn.
           if ft-levy (folio-idx) not = 0
              add ft-levy (folio-idx) to tot-ft-levy
              if ft-placed (folio-idx) = 'N'
                 add 1 to unplaced-count
                 move 0 to folio-coll
              else
                 compute folio-coll =
                     ft-levy (folio-idx) - ft-remain (folio-idx)
              end-if
              if folio-coll < 0
                 move 0 to folio-coll
              end-if
              if folio-coll > ft-levy (folio-idx)
                 move ft-levy (folio-idx) to folio-coll
              end-if
              move ft-class (folio-idx) to srch-class
              perform findclassrtn
              if class-idx > 0
                 add folio-coll to cl-coll (class-idx)
              end-if
           end-if.
       grantrtn.
           move 1 to gr-idx.
           move 'N' to gr-found-sw.
           perform findgr1rtn
               until gr-found or gr-idx > gr-count.
           if not gr-found
              if gr-count >= 10
                 display "CTX230 - GRANT-TABLE FULL, GC-TYPE: "
                     gc-type " NOT TOTALLED" upon console
                 move zeros to gr-idx
              else
                 add 1 to gr-count
                 move gr-count to gr-idx
                 move gc-type to gt-type (gr-idx)
                 move zeros to gt-count (gr-idx)
                 move 0 to gt-amount (gr-idx)
              end-if
           end-if.
           if gr-idx > 0
              add 1 to gt-count (gr-idx)
              add gc-amount to gt-amount (gr-idx)
           end-if.
           read grantclm at end move '1' to grantclm-eof.
       findgr1rtn.
           if gt-type (gr-idx) = gc-type
              move 'Y' to gr-found-sw
           else
              add 1 to gr-idx
           end-if.
      *eject
      * one upload row - counted and hashed for the trailer
       rtnrtn.
           move muni-code to sr-muni.
           move levy-year to sr-year.
           write srrec.
           add 1 to rtn-count.
           add sr-amt1 to rtn-hash.
       schedhdgrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
       schedartn.
           move spaces to rptline.
           string "MUNICIPAL STATISTICS RETURN - LEVY YEAR " levy-year
                  "  MUNICIPALITY " muni-code
                  "  RUN DATE " rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           move "SCHEDULE A - ASSESSMENT BY PROPERTY CLASS" to rptline.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           string "CLASS    FOLIOS         LAND VALUE    "
                  "IMPROVEMENT VALUE   TOTAL ASSESSED"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           perform schedartn1
               varying class-idx from 1 by 1
               until class-idx > class-count.
           move tot-folios to cnt-ed.
           move tot-land to val-ed1.
           move tot-imp to val-ed2.
           compute val-ed3 = tot-land + tot-imp.
           move spaces to rptline.
           string "TOTAL  " cnt-ed "  " val-ed1 "  " val-ed2
                  "  " val-ed3
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           perform schedhdgrtn.
       schedartn1.
           add cl-folios (class-idx) to tot-folios.
           add cl-land (class-idx) to tot-land.
           add cl-imp (class-idx) to tot-imp.
           move cl-folios (class-idx) to cnt-ed.
           move cl-land (class-idx) to val-ed1.
           move cl-imp (class-idx) to val-ed2.
           compute val-ed3 = cl-land (class-idx) + cl-imp (class-idx).
           move spaces to rptline.
           string cl-class (class-idx) "     " cnt-ed "  " val-ed1
                  "  " val-ed2 "  " val-ed3
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to srrec.
           move "A1" to sr-type.
           move cl-class (class-idx) to sr-key1.
           move cl-folios (class-idx) to sr-count.
           move cl-land (class-idx) to sr-amt1.
           move cl-imp (class-idx) to sr-amt2.
           compute sr-amt3 = cl-land (class-idx) + cl-imp (class-idx).
           perform rtnrtn.
       schedbrtn.
           move spaces to rptline.
           move "SCHEDULE B - LEVY BY PROPERTY CLASS AND COMPONENT"
               to rptline.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           string "CLASS  COMPONENT    CODE    NAME              "
                  "                    LEVIED"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           perform schedbrtn1
               varying class-idx from 1 by 1
               until class-idx > class-count.
           if orphan-levy not = 0
              move orphan-levy to amt-ed1
              move spaces to rptline
              string "FOLIOS NOT ON ROLL (" orphan-count ")"
                     "                                   "
                     "       " amt-ed1
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
           perform schedhdgrtn.
           move spaces to rptline.
           move "  BY COMPONENT, ALL CLASSES" to rptline.
           write rptline before advancing 1 line.
           perform schedbrtn3
               varying comp-idx from 1 by 1
               until comp-idx > comp-count.
           move tot-cm-levy to amt-ed1.
           move spaces to rptline.
           string "TOTAL LEVY"
                  "                                              "
                  "       " amt-ed1
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           perform schedhdgrtn.
       schedbrtn1.
           add cl-levy (class-idx) to tot-cl-levy.
           perform schedbrtn2
               varying cc-idx from 1 by 1
               until cc-idx > cc-count.
           move cl-levy (class-idx) to amt-ed1.
           move spaces to rptline.
           string cl-class (class-idx) "     CLASS TOTAL"
                  "                                       "
                  amt-ed1
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       schedbrtn2.
           if cc-class (cc-idx) = cl-class (class-idx)
              add cc-levied (cc-idx) to tot-cc-levy
              move cc-kind (cc-idx) to srch-kind
              move cc-code (cc-idx) to srch-code
              perform kindtxtrtn
              move cc-levied (cc-idx) to amt-ed1
              move spaces to rptline
              string cc-class (cc-idx) "     " kind-txt " "
                     cc-code (cc-idx) "  " name-txt " " amt-ed1
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
              move spaces to srrec
              move "B1" to sr-type
              move cc-class (cc-idx) to sr-key1
              move cc-kind (cc-idx) to sr-kind
              move cc-code (cc-idx) to sr-code
              move zeros to sr-count
              move cc-levied (cc-idx) to sr-amt1
              move 0 to sr-amt2 sr-amt3
              perform rtnrtn
           end-if.
       schedbrtn3.
           add cm-levied (comp-idx) to tot-cm-levy.
           move cm-kind (comp-idx) to srch-kind.
           move cm-code (comp-idx) to srch-code.
           perform kindtxtrtn.
           move cm-levied (comp-idx) to amt-ed1.
           move spaces to rptline.
           string "       " kind-txt " " cm-code (comp-idx) "  "
                  name-txt " " amt-ed1
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to srrec.
           move "B2" to sr-type.
           move cm-kind (comp-idx) to sr-kind.
           move cm-code (comp-idx) to sr-code.
           move zeros to sr-count.
           move cm-levied (comp-idx) to sr-amt1.
           move 0 to sr-amt2 sr-amt3.
           perform rtnrtn.
      * component label - the municipal tax, an authority's
      * requisition by name, or a charge levied with the tax
       kindtxtrtn.
           move spaces to name-txt.
           if srch-kind = 'T'
              if srch-code = "MUNI"
                 move "TAX" to kind-txt
                 move "MUNICIPAL" to name-txt
              else
                 move "REQUISITION" to kind-txt
                 move srch-code to srch-auth
                 move 1 to auth-idx
                 move 'N' to auth-found-sw
                 perform findauth1rtn
                     until auth-found or auth-idx > auth-count
                 if auth-found
                    move au-dscrptn (auth-idx) to name-txt
                 end-if
              end-if
           else
              if srch-kind = 'U'
                 move "UTILITY" to kind-txt
              else
                 move "LOCAL IMP" to kind-txt
              end-if
           end-if.
       schedcrtn.
           move spaces to rptline.
           move "SCHEDULE C - COLLECTIONS OF CURRENT TAXES BY CLASS"
               to rptline.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           string "CLASS             LEVIED       COLLECTED"
                  "     UNCOLLECTED"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           perform schedcrtn1
               varying class-idx from 1 by 1
               until class-idx > class-count.
           move tot-cl-levy to amt-ed1.
           move tot-coll to amt-ed2.
           move tot-uncoll to amt-ed3.
           move spaces to rptline.
           string "TOTAL  " amt-ed1 " " amt-ed2 " " amt-ed3
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           if unplaced-count > 0
              move spaces to rptline
              string "  FOLIOS WITH NO OWING SLOT FOR THE YEAR, "
                     "COUNTED AS NOTHING COLLECTED: " unplaced-count
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
           perform schedhdgrtn.
       schedcrtn1.
           add cl-coll (class-idx) to tot-coll.
           compute chk-amt1 = cl-levy (class-idx) - cl-coll (class-idx).
           add chk-amt1 to tot-uncoll.
           move cl-levy (class-idx) to amt-ed1.
           move cl-coll (class-idx) to amt-ed2.
           move chk-amt1 to amt-ed3.
           move spaces to rptline.
           string cl-class (class-idx) "     " amt-ed1 " " amt-ed2
                  " " amt-ed3
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to srrec.
           move "C1" to sr-type.
           move cl-class (class-idx) to sr-key1.
           move zeros to sr-count.
           move cl-levy (class-idx) to sr-amt1.
           move cl-coll (class-idx) to sr-amt2.
           move chk-amt1 to sr-amt3.
           perform rtnrtn.
       scheddrtn.
           move spaces to rptline.
           move "SCHEDULE D - TAXES OUTSTANDING BY LEVY YEAR"
               to rptline.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           string "YEAR     FOLIOS     OUTSTANDING"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           perform scheddrtn1
               varying year-idx from 1 by 1
               until year-idx > year-count.
           move tot-arrears to amt-ed1.
           move spaces to rptline.
           string "TOTAL           " amt-ed1
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           perform schedhdgrtn.
       scheddrtn1.
           add yt-owing (year-idx) to tot-arrears.
           move yt-folios (year-idx) to cnt-ed.
           move yt-owing (year-idx) to amt-ed1.
           move spaces to rptline.
           if yt-year (year-idx) < levy-year
              string yt-year (year-idx) " " cnt-ed "  " amt-ed1
                     "  ARREARS"
                  delimited by size into rptline
              end-string
           else
              string yt-year (year-idx) " " cnt-ed "  " amt-ed1
                     "  CURRENT"
                  delimited by size into rptline
              end-string
           end-if.
           write rptline before advancing 1 line.
           move spaces to srrec.
           move "D1" to sr-type.
           move yt-year (year-idx) to sr-key1.
           move yt-folios (year-idx) to sr-count.
           move yt-owing (year-idx) to sr-amt1.
           move 0 to sr-amt2 sr-amt3.
           perform rtnrtn.
       schedertn.
           move spaces to rptline.
           move "SCHEDULE E - HOME-OWNER GRANTS CLAIMED BY TYPE"
               to rptline.
           write rptline before advancing 2 lines.
           perform schedertn1
               varying gr-idx from 1 by 1
               until gr-idx > gr-count.
           move grant-count to cnt-ed.
           move tot-grant to amt-ed1.
           move spaces to rptline.
           string "TOTAL          CLAIMS " cnt-ed "  " amt-ed1
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           perform schedhdgrtn.
       schedertn1.
           add gt-count (gr-idx) to grant-count.
           add gt-amount (gr-idx) to tot-grant.
           evaluate gt-type (gr-idx)
              when 'B' move "BASIC" to kind-txt
              when 'S' move "SENIOR" to kind-txt
              when other move "OTHER" to kind-txt
           end-evaluate.
           move gt-count (gr-idx) to cnt-ed.
           move gt-amount (gr-idx) to amt-ed1.
           move spaces to rptline.
           string gt-type (gr-idx) " " kind-txt "   CLAIMS " cnt-ed
                  "  " amt-ed1
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to srrec.
           move "E1" to sr-type.
           move gt-type (gr-idx) to sr-key1.
           move gt-count (gr-idx) to sr-count.
           move gt-amount (gr-idx) to sr-amt1.
           move 0 to sr-amt2 sr-amt3.
           perform rtnrtn.
       schedfrtn.
           move spaces to rptline.
           move "SCHEDULE F - DEFERRAL AGREEMENTS OUTSTANDING"
               to rptline.
           write rptline before advancing 2 lines.
           move defer-count to cnt-ed.
           move defer-bal-total to amt-ed1.
           move spaces to rptline.
           string "AGREEMENTS " cnt-ed "  DEFERRED BALANCE " amt-ed1
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           perform schedhdgrtn.
           move spaces to srrec.
           move "F1" to sr-type.
           move defer-count to sr-count.
           move defer-bal-total to sr-amt1.
           move 0 to sr-amt2 sr-amt3.
           perform rtnrtn.
       schedgrtn.
           move spaces to rptline.
           string "SCHEDULE G - TAX-SALE PROPERTIES (ARREARS FROM "
                  cutoff-year " OR EARLIER)"
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move sale-count to cnt-ed.
           move sale-arrears to amt-ed1.
           move sale-owing to amt-ed2.
           move spaces to rptline.
           string "PROPERTIES " cnt-ed "  ARREARS " amt-ed1
                  "  TOTAL OWING " amt-ed2
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move held-count to cnt-ed.
           move held-arrears to amt-ed1.
           move spaces to rptline.
           string "  NOT CANDIDATES - DEFERRAL OR PAYMENT AGREEMENT: "
                  cnt-ed "  ARREARS " amt-ed1
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           perform schedhdgrtn.
           move spaces to srrec.
           move "G1" to sr-type.
           move sale-count to sr-count.
           move sale-arrears to sr-amt1.
           move sale-owing to sr-amt2.
           move 0 to sr-amt3.
           perform rtnrtn.
      *eject
      * the cross-foot checks between schedules
       crossrtn.
           move spaces to rptline.
           move "CROSS-FOOT CHECKS" to rptline.
           write rptline before advancing 2 lines.
           move "B - LEVY BY CLASS TO LEVY BY COMPONENT" to chk-txt.
           compute chk-amt1 = tot-cl-levy + orphan-levy.
           move tot-cm-levy to chk-amt2.
           perform checkrtn.
           move "B - CLASS DETAIL TO CLASS TOTALS" to chk-txt.
           move tot-cc-levy to chk-amt1.
           move tot-cl-levy to chk-amt2.
           perform checkrtn.
           move "C - FOLIO LEVIES TO B LEVY BY CLASS" to chk-txt.
           move tot-ft-levy to chk-amt1.
           move tot-cl-levy to chk-amt2.
           perform checkrtn.
           move "D - OUTSTANDING BY YEAR TO ROLL BALANCE" to chk-txt.
           move tot-arrears to chk-amt1.
           move roll-maint to chk-amt2.
           perform checkrtn.
           move "A - FOLIOS BY CLASS TO ROLL FOLIOS" to chk-txt.
           move tot-folios to chk-amt1.
           move roll-count to chk-amt2.
           perform checkrtn.
           move "G - TAX-SALE PLUS PROTECTED TO ROLL ARREARS"
               to chk-txt.
           compute chk-amt1 = sale-arrears + held-arrears.
           move cutoff-arrears to chk-amt2.
           perform checkrtn.
       checkrtn.
           move chk-amt1 to amt-ed1.
           move chk-amt2 to amt-ed2.
           move spaces to rptline.
           if chk-amt1 = chk-amt2
              string chk-txt amt-ed1 " " amt-ed2 "  AGREES"
                  delimited by size into rptline
              end-string
           else
              add 1 to fail-count
              string chk-txt amt-ed1 " " amt-ed2
                     "  *** DOES NOT AGREE ***"
                  delimited by size into rptline
              end-string
           end-if.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
