       identification division.
      * sqlora15 - demo cobol-api for oracle
      *          - unviewed electronic tax notice follow-up: an
      *            enrolled owner whose notice sqlora14 published to
      *            taxntc1 but who has not opened it on the portal
      *            within env-var SQLORA15-DAYS days (default 21) of
      *            publishing is owed the statutory notice on paper
      *          - selects taxntc1 rows with no viewed date and no
      *            reprint date published that many days or more
      *            before the run date, ascending by folio, and adds
      *            them to ENOTRPR for a ctx140 reprint run
      *            (CTX140-REPRINT=Y), with the ENOTRPT register of
      *            who is being reprinted - added to, not replaced,
      *            since sqlora14 lists its unpublishable notices there
      *            too and ctx140 empties it once the reprints print
      *          - each row is stamped with the run date as its
      *            reprint date as it is written, in the sqlora9
      *            mould - the stamps only commit once ENOTRPR has
      *            closed cleanly, so a rerun picks up anything that
      *            didn't reach the file, and nobody is reprinted twice
      *          - connect string comes from env-var SQLORA15-USERPASS
      *            at runtime (default demo1/demo100)
       program-id. sqlora15.
       environment division.
       input-output section.
       file-control.
           select enotrpr assign external ENOTRPR
                  organization line sequential
                  file status enotrpr-stat.
           select enotrpt assign external ENOTRPT
                  organization line sequential.
      *eject
       data  division.
       file section.
      * same 20-byte reprint list sqlora14 writes for ctx140
       fd  enotrpr record contains 20 characters.
           01 rprec.
              05 rp-folio       pic x(10).
              05 filler         pic x(2).
              05 rp-pub-date    pic 9(8).
       fd  enotrpt record contains 120 characters.
           01 rptline           pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
      * database options, communications area, & declare section
           copy "sqlca.cpy".
           exec sql begin declare section end-exec.
      *
           01  userpass         pic x(20).
      *
      * one unviewed notice fetched from the taxntc1 table
           01  tnrec.
               05 tnfolio       pic x(10).
               05 tnyear        pic 9(4).
               05 tnname        pic x(20).
               05 tnemail       pic x(60).
               05 tnpubdate     pic 9(8).
           01  tnrundate        pic 9(8).
           01  tndays           pic 9(3).
           exec sql end declare section end-exec.
      *
       01  enotrpr-stat         pic xx value spaces.
       01  rpr-count            pic 9(7) value zeros.
      * SQLORA15-DAYS comes in off the environment as text, so it's
      * validated through NUMEDIT before being trusted as numeric
       01  edit-flds.
           05 days-txt          pic x(3) value '021'.
           05 edit-lth          pic 9(4) comp value 3.
           05 edit-valid-sw     pic x value 'Y'.
               88 edit-valid            value 'Y'.
      *eject
       procedure division.
           perform unixproc1.
       begin-program.
           accept days-txt from environment "SQLORA15-DAYS"
               on exception move '021' to days-txt
           end-accept.
           call "numedit" using days-txt edit-lth edit-valid-sw.
           if edit-valid
              move days-txt to tndays
           else
              display "SQLORA15 - INVALID SQLORA15-DAYS VALUE: "
                  days-txt upon console
              move 21 to tndays
           end-if.
           move rundate-ymd8 to tnrundate.
      * following works for oracle:
           accept userpass from environment "SQLORA15-USERPASS"
               on exception move "demo1/demo100" to userpass
           end-accept.
           exec sql connect :userpass end-exec.
           if sqlcode not = 0 go to sql-error.
      *
      * declare cursor over the notices published the set number of
      * days ago or more and still neither viewed nor reprinted
           exec sql declare ntccursor cursor for select
                folio, levyyear, ownername, email, pub_date
                from taxntc1
                where viewed_date = 0 and reprint_date = 0
                and pub_date > 0
                and to_date(to_char(pub_date), 'YYYYMMDD')
                    <= to_date(to_char(:tnrundate), 'YYYYMMDD')
                       - :tndays
                order by folio end-exec.
           if sqlcode not = 0 go to sql-error.
           exec sql open ntccursor end-exec.
           if sqlcode not = 0 go to sql-error.
      *
           open extend enotrpr.
           if enotrpr-stat = '35'
              open output enotrpr
           end-if.
           if enotrpr-stat not = '00' go to write-error.
           open output enotrpt.
           move spaces to rptline.
           string "UNVIEWED E-NOTICE REPRINT LIST - RUN DATE "
                  rundate-ymd6e "  NOT VIEWED IN " tndays " DAYS"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           write rptline before advancing 1 line.
       mainloop.
           exec sql fetch ntccursor into
                :tnfolio, :tnyear, :tnname, :tnemail, :tnpubdate
                end-exec.
           if sqlcode not = 0 go to table-end.
           move spaces to rprec.
           move tnfolio to rp-folio.
           move tnpubdate to rp-pub-date.
           write rprec.
           if enotrpr-stat not = '00' go to write-error.
           move spaces to rptline.
           string "FOLIO " tnfolio "  " tnname "  YEAR " tnyear
                  "  PUBLISHED " tnpubdate "  " tnemail
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           add 1 to rpr-count.
      * stamp exactly this row reprinted - it only sticks when the
      * commit below runs, after ENOTRPR is safely closed
           exec sql update taxntc1 set reprint_date = :tnrundate
                where folio = :tnfolio and levyyear = :tnyear
                and reprint_date = 0
                end-exec.
           if sqlcode not = 0 go to sql-error.
           go to mainloop.
      *
      * end of selected rows
       table-end.
           close enotrpr.
           if enotrpr-stat not = '00' go to write-error.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "NOTICES FOR PAPER REPRINT: " rpr-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           display rpr-count " unviewed notice(s) for paper reprint"
               upon console.
           exec sql commit work release end-exec.
           close enotrpt. stop run.
      *
      * ENOTRPR could not be written or closed - nothing is stamped
      * reprinted, the rows are picked up again on the rerun
       write-error.
           display "SQLORA15 - ENOTRPR WRITE FAILED, FILE STATUS "
               enotrpr-stat upon console.
           exec sql rollback work release end-exec.
           stop run returning 16.
      *
      * sql error rtn - when any sql error occurs
       sql-error.
           display "oracle error detected: " sqlerrmc upon console.
           exec sql rollback work release end-exec.
           stop run returning 16.
      ******************* end program sqlora15.cbl ********************
       copy "unixproc1.cpy".
