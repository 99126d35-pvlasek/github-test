       identification division.
      * car251 - test/demo mainframe conversion to micro focus cobol
      *        - collections contact note entry edit - the collector's
      *          phone calls and promises have lived in a notebook,
      *          so a broken promise went unnoticed until the next
      *          car226 dunning cycle
      *        - reads the keyed COLLTRAN file, one row per contact:
      *          customer, contact date, kind ('N' note, 'P' promise
      *          to pay), collector, up to three invoices the contact
      *          is about, the promised amount and date, and the note
      *        - validates the car237 way: numerics through NUMEDIT,
      *          the customer on CUSTMAS and not deleted, a blank
      *          invoice slot meaning the account as a whole; a note
      *          must carry text, a promise an amount above zero and
      *          a promised date no earlier than the contact
      *        - clean rows are appended to the permanent COLLNOTE
      *          file (collnote.cpy) stamped with the run date;
      *          rejects list on the COLLEDIT report for same-day
      *          fixing
      *        - car252 builds the daily collector worklist off
      *          COLLNOTE and AROPEN, car280 shows the latest notes
       program-id. car251.
       environment division.
       input-output section.
       file-control.
           select colltran assign external COLLTRAN
                  organization record sequential access mode sequential
                  file status colltran-stat.
           select custmas assign external CUSTMAS
                  organization indexed access mode random
                  record key cm-cust
                  alternate record key cm-name with duplicates
                  file status custmas-stat.
           select collnote assign external COLLNOTE
                  organization record sequential access mode sequential
                  file status collnote-stat.
           select colledit assign external COLLEDIT
                  organization line sequential.
      *eject
       data  division.
       file section.
      * keyed contact transaction - every field arrives as text
      * exactly as the collector keyed it
       fd  colltran record contains 120 characters.
           01 ctrec.
              05 ct-cust         pic x(6).
              05 ct-date         pic x(6).
              05 ct-kind         pic x(1).
              05 ct-collector    pic x(4).
              05 ct-inv          pic x(6)  occurs 3 times.
              05 ct-amount       pic x(11).
              05 ct-amount-n redefines ct-amount
                                 pic 9(9)v99.
              05 ct-prom-date    pic x(6).
              05 ct-text         pic x(60).
              05 filler          pic x(8).
       fd  custmas record contains 256 characters.
           01 custrec. copy "custmas.cpy".
       fd  collnote record contains 120 characters.
           01 cnrec. copy "collnote.cpy".
       fd  colledit record contains 132 characters.
           01 rptline            pic x(132).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 colltran-eof       pic x value ' '.
               88 colltran-at-eof         value '1'.
           05 cm-found-sw        pic x value 'N'.
               88 cm-found                value 'Y'.
           05 tran-ok-sw         pic x value 'Y'.
               88 tran-ok                 value 'Y'.
           05 reject-reason      pic x(40) value spaces.
           05 accept-count       pic 9(7) value zeros.
           05 promise-count      pic 9(7) value zeros.
           05 reject-count       pic 9(7) value zeros.
           05 promise-total      pic s9(9)v99 comp-3 value 0.
           05 prom-tot-ed        pic zzz,zzz,zz9.99-.
           05 inv-idx            pic 9(1) value zeros.
       01  edit-flds.
           05 edit-lth           pic 9(4) comp value 6.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
       01  misc.
           05 colltran-stat      pic xx value spaces.
           05 custmas-stat       pic xx value spaces.
           05 collnote-stat      pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           open input colltran.
           if colltran-stat not = '00'
              move colltran-stat to mf-filestat
              move "COLLTRAN"   to mf-filenamei
              move "COLLTRAN"   to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open input custmas.
           if custmas-stat not = '00'
              move custmas-stat to mf-filestat
              move "CUSTMAS"    to mf-filenamei
              move "CUSTMAS"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
      * the contact history is permanent - extend it, creating it on
      * the first run
           open extend collnote.
           if collnote-stat = '35'
              open output collnote
           end-if.
           open output colledit.
           move spaces to rptline.
           string "COLLECTIONS CONTACT NOTE EDIT - RUN DATE "
                  rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           read colltran at end move '1' to colltran-eof.
           perform editrtn until colltran-at-eof.
           perform ttlrtn.
           close colltran custmas collnote colledit.
           move "CAR251" to jobsum-pgm.
           move accept-count to jobsum-count.
           if reject-count > 0
              move "REJECTS" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       editrtn.
           move 'Y' to tran-ok-sw.
           move spaces to reject-reason.
           perform numchkrtn.
           if tran-ok
              perform custchkrtn
           end-if.
           if tran-ok
              perform kindchkrtn
           end-if.
           if tran-ok
              perform wrtnotertn
           else
              perform rejectrtn
           end-if.
           read colltran at end move '1' to colltran-eof.
       numchkrtn.
           move 6 to edit-lth.
           call "numedit" using ct-cust edit-lth edit-valid-sw.
           if not edit-valid
              move "CUSTOMER NOT NUMERIC" to reject-reason
              move 'N' to tran-ok-sw
           end-if.
           if tran-ok
              call "numedit" using ct-date edit-lth edit-valid-sw
              if not edit-valid
                 move "CONTACT DATE NOT NUMERIC" to reject-reason
                 move 'N' to tran-ok-sw
              end-if
           end-if.
           if tran-ok
              perform invchkrtn varying inv-idx from 1 by 1
                  until inv-idx > 3
           end-if.
      * a blank invoice slot is the account as a whole
       invchkrtn.
           if tran-ok and ct-inv (inv-idx) not = spaces
              call "numedit" using ct-inv (inv-idx) edit-lth
                  edit-valid-sw
              if not edit-valid
                 move "INVOICE NOT NUMERIC" to reject-reason
                 move 'N' to tran-ok-sw
              end-if
           end-if.
       custchkrtn.
           move spaces to custrec.
           move ct-cust to cm-cust.
           read custmas
               invalid key move 'N' to cm-found-sw
               not invalid key move 'Y' to cm-found-sw
           end-read.
           if not cm-found
              move "CUSTOMER NOT ON CUSTMAS" to reject-reason
              move 'N' to tran-ok-sw
           else
              if cm-delete not = spaces
                 move "CUSTOMER FLAGGED DELETED" to reject-reason
                 move 'N' to tran-ok-sw
              end-if
           end-if.
      * a note must say something; a promise must say how much and
      * by when
       kindchkrtn.
           if ct-kind = 'N'
              if ct-text = spaces
                 move "NOTE HAS NO TEXT" to reject-reason
                 move 'N' to tran-ok-sw
              end-if
           else
              if ct-kind = 'P'
                 perform promchkrtn
              else
                 move "KIND NOT N OR P" to reject-reason
                 move 'N' to tran-ok-sw
              end-if
           end-if.
       promchkrtn.
           move 11 to edit-lth.
           call "numedit" using ct-amount edit-lth edit-valid-sw.
           if not edit-valid
              move "PROMISED AMOUNT NOT NUMERIC" to reject-reason
              move 'N' to tran-ok-sw
           else
              if ct-amount-n = 0
                 move "PROMISED AMOUNT IS ZERO" to reject-reason
                 move 'N' to tran-ok-sw
              end-if
           end-if.
           if tran-ok
              move 6 to edit-lth
              call "numedit" using ct-prom-date edit-lth
                  edit-valid-sw
              if not edit-valid
                 move "PROMISED DATE NOT NUMERIC" to reject-reason
                 move 'N' to tran-ok-sw
              else
                 if ct-prom-date < ct-date
                    move "PROMISE DATED BEFORE CONTACT" to reject-reason
                    move 'N' to tran-ok-sw
                 end-if
              end-if
           end-if.
       wrtnotertn.
           move spaces to cnrec.
           move ct-cust to cn-cust.
           move ct-date to cn-date.
           move ct-kind to cn-kind.
           move ct-collector to cn-collector.
           perform invmovertn varying inv-idx from 1 by 1
               until inv-idx > 3.
           if cn-promise
              move ct-amount-n to cn-prom-amount
              move ct-prom-date to cn-prom-date
              add 1 to promise-count
              add ct-amount-n to promise-total
           else
              move 0 to cn-prom-amount
              move zeros to cn-prom-date
           end-if.
           move ct-text to cn-text.
           move rundate-ymd6 to cn-entered.
           write cnrec.
           add 1 to accept-count.
       invmovertn.
           if ct-inv (inv-idx) = spaces
              move zeros to cn-inv (inv-idx)
           else
              move ct-inv (inv-idx) to cn-inv (inv-idx)
           end-if.
       rejectrtn.
           move spaces to rptline.
           string "REJECTED - " reject-reason
                  "  CUST: " ct-cust " DATE: " ct-date
                  " KIND: " ct-kind " AMOUNT: " ct-amount
                  " BY: " ct-prom-date
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           add 1 to reject-count.
       ttlrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move promise-total to prom-tot-ed.
           move spaces to rptline.
           string "ACCEPTED: " accept-count
                  "  PROMISES: " promise-count
                  "  PROMISED: " prom-tot-ed
                  "  REJECTED: " reject-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
