       identification division.
      * sqlora14 - demo cobol-api for oracle
      *          - publish of the electronic tax notices ctx140 wrote
      *            to ENOTICE into the taxntc1 table the portal shows
      *            enrolled owners their notice from
      *          - one row per folio per levy year: owner, email,
      *            assessed values, levy, penalty to date, amount
      *            owing and due date - the sqlora4 incremental
      *            (upsert) load mould, bad rows logged to ENOTCER and
      *            the load continues; a rejected notice's folio
      *            is added to ENOTRPR (with no publish date) for a
      *            ctx140 reprint run, since that owner cannot see it
      *            online - added to, not replaced, since sqlora15
      *            lists its unviewed notices there too and ctx140
      *            empties it once the reprints are printed
      *          - a new row is stamped with today as its publish date
      *            and no viewed date; the portal stamps viewed_date
      *            when the owner opens the notice, and sqlora15 sends
      *            the ones left unviewed too long to the paper
      *            reprint - a rerun refreshes the figures but keeps
      *            the original publish and viewed dates
      *          - reconciliation back to ENOTICE: the rows and owing
      *            hash loaded must agree with the table's count and
      *            sum for this load date, else the run ends with a
      *            nonzero return code
      *          - connect string comes from env-var SQLORA14-USERPASS
      *            at runtime (default demo1/demo100)
       program-id. sqlora14.
       environment division.
       input-output section.
       file-control.
           select enotice assign external ENOTICE
                  organization line sequential
                  file status enotice-stat.
           select enotcer assign external ENOTCER
                  organization line sequential.
           select enotrpr assign external ENOTRPR
                  organization line sequential
                  file status enotrpr-stat.
      *eject
       data  division.
       file section.
       fd  enotice record contains 160 characters.
           01 ntrec. copy "enotice.cpy".
       fd  enotcer record contains 120 characters.
           01 errline           pic x(120).
      * same 20-byte reprint list sqlora15 writes for ctx140
       fd  enotrpr record contains 20 characters.
           01 rprec.
              05 rp-folio       pic x(10).
              05 filler         pic x(2).
              05 rp-pub-date    pic 9(8).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
      * database options, communications area, & declare section
           copy "sqlca.cpy".
           exec sql begin declare section end-exec.
      *
           01  userpass         pic x(20).
      *
      * one notice to be published into taxntc1
           01  tnrec.
               05 tnfolio       pic x(10).
               05 tnyear        pic 9(4).
               05 tnname        pic x(20).
               05 tnemail       pic x(60).
               05 tnland        pic 9(9).
               05 tnimp         pic 9(9).
               05 tnlevy        pic s9(7)v99.
               05 tnpenalty     pic s9(7)v99.
               05 tnowing       pic s9(7)v99.
               05 tnduedate     pic x(8).
               05 tnldate       pic 9(8).
           01  tbl-rows         pic s9(9) comp-3.
           01  tbl-sum          pic s9(11)v99 comp-3.
           exec sql end declare section end-exec.
      *
       01  enotice-stat         pic xx value spaces.
       01  enotrpr-stat         pic xx value spaces.
       01  reject-count         pic 9(7) value zeros.
       01  load-count           pic 9(7) value zeros.
       01  read-count           pic 9(7) value zeros.
       01  owing-hash           pic s9(11)v99 comp-3 value 0.
      *eject
       procedure division.
           perform unixproc1.
       begin-program.
      * following works for oracle:
           accept userpass from environment "SQLORA14-USERPASS"
               on exception move "demo1/demo100" to userpass
           end-accept.
           exec sql connect :userpass end-exec.
           if sqlcode not = 0 go to sql-error.
      *
      * create the table the first time this runs; ora-00955 (name
      * already used by an existing object) just means it's already
      * there from a prior load, so that one code is not an error here
           exec sql create table taxntc1
                (folio char(10), levyyear numeric(4),
                 ownername char(20), email char(60),
                 landvalue numeric(9), impvalue numeric(9),
                 levy numeric(9,2), penalty numeric(9,2),
                 owing numeric(9,2), duedate char(8),
                 pub_date numeric(8), viewed_date numeric(8),
                 reprint_date numeric(8), last_load numeric(8),
                 primary key (folio, levyyear)) end-exec.
           if sqlcode not = 0 and sqlcode not = -955 go to sql-error.
      *
      * open input file & use loop to get records & upsert to table -
      * update the notice if it's already on taxntc1, else insert
           open input enotice.
           if enotice-stat not = '00'
              move enotice-stat to mf-filestat
              move "ENOTICE"    to mf-filenamei
              move "ENOTICE"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output enotcer.
           open extend enotrpr.
           if enotrpr-stat = '35'
              open output enotrpr
           end-if.
           move rundate-ymd8 to tnldate.
       mainloop.
           read enotice at end go to enoticeeof.
           add 1 to read-count.
           move nt-folio to tnfolio.
           move nt-year to tnyear.
           move nt-name to tnname.
           move nt-email to tnemail.
           move nt-land-value to tnland.
           move nt-imp-value to tnimp.
           move nt-levy to tnlevy.
           move nt-penalty to tnpenalty.
           move nt-owing to tnowing.
           move nt-due-date to tnduedate.
           exec sql update taxntc1 set ownername = :tnname,
                email = :tnemail, landvalue = :tnland,
                impvalue = :tnimp, levy = :tnlevy,
                penalty = :tnpenalty, owing = :tnowing,
                duedate = :tnduedate, last_load = :tnldate
                where folio = :tnfolio and levyyear = :tnyear
                end-exec.
           if sqlcode not = 0 go to rowerror.
           if sqlerrd(3) = 0
              exec sql insert into taxntc1
                   (folio, levyyear, ownername, email, landvalue,
                    impvalue, levy, penalty, owing, duedate,
                    pub_date, viewed_date, reprint_date, last_load)
                   values (:tnfolio, :tnyear, :tnname, :tnemail,
                   :tnland, :tnimp, :tnlevy, :tnpenalty, :tnowing,
                   :tnduedate, :tnldate, 0, 0, :tnldate)
              end-exec
              if sqlcode not = 0 go to rowerror
           end-if.
           add 1 to load-count.
           add nt-owing to owing-hash.
           go to mainloop.
      *
      * a single notice's update/insert failed - log it and keep
      * loading; that owner will not see the notice online, so the
      * folio is listed for the paper reprint
       rowerror.
           move spaces to errline.
           string "REJECTED - FOLIO: " nt-folio " " nt-name
                  "  ORACLE ERROR: " sqlerrmc
               delimited by size into errline
           end-string.
           write errline before advancing 1 line.
           move spaces to rprec.
           move nt-folio to rp-folio.
           move zeros to rp-pub-date.
           write rprec.
           add 1 to reject-count.
           go to mainloop.
      *
      * end of file - prove the table back against ENOTICE before
      * anyone's paper notice is considered delivered online
       enoticeeof.
           display "EOF, taxntc1 table loaded" upon console.
           display read-count " notice(s) read from ENOTICE"
               upon console.
           display reject-count " notice(s) rejected, see ENOTCER"
               upon console.
           exec sql select count(*), nvl(sum(owing), 0)
                into :tbl-rows, :tbl-sum from taxntc1
                where last_load = :tnldate end-exec.
           if sqlcode not = 0 go to sql-error.
           exec sql commit work release end-exec.
           close enotice enotrpr.
           move spaces to errline.
           write errline before advancing 1 line.
           move spaces to errline.
           string "ENOTICE NOTICES: " read-count
                  "  PUBLISHED: " load-count
                  "  REJECTED: " reject-count
               delimited by size into errline
           end-string.
           write errline before advancing 1 line.
           if tbl-rows not = load-count
                 or tbl-sum not = owing-hash
              move spaces to errline
              string "*** TAXNTC1 DOES NOT RECONCILE TO ENOTICE ***"
                  delimited by size into errline
              end-string
              write errline before advancing 1 line
              close enotcer
              display "SQLORA14 - TABLE DOES NOT RECONCILE TO "
                  "ENOTICE: TABLE " tbl-rows " ROWS, ENOTICE "
                  load-count " ROWS" upon console
              stop run returning 16
           end-if.
           close enotcer.
           if reject-count > zeros
              display "SQLORA14 - " reject-count " NOTICE(S) NOT "
                  "PUBLISHED - ON ENOTRPR FOR A CTX140 REPRINT RUN"
                  upon console
           end-if.
           display "taxntc1 reconciles to ENOTICE - "
               load-count " notice(s)" upon console.
           stop run.
      *
      * sql error rtn - when a connect or table-setup error occurs
       sql-error.
           display "oracle error detected: " sqlerrmc upon console.
           exec sql rollback work release end-exec.
           stop run returning 16.
      ******************* end program sqlora14.cbl ********************
       copy "unixproc1.cpy".
