       identification division.
      * sqlora13 - demo cobol-api for oracle
      *          - electronic tax notice enrolment download in the
      *            sqlora9 mould - owners sign up on the portal to
      *            receive their annual tax notice online, captured
      *            into the taxenrol1 Oracle table, and this run brings
      *            the enrolments down to the ENOTMAS file ctx140
      *            routes the notices by
      *          - the portal owns the enrolment, so ENOTMAS is
      *            rebuilt whole each run, ascending by folio: folio,
      *            email, enrolment date and status ('A' active, 'C'
      *            cancelled)
      *          - a row with no folio, an email with no '@', or a
      *            status other than A/C is left off ENOTMAS and
      *            listed on the ENOTDLR download register - that
      *            owner gets a paper notice until the portal row is
      *            put right
      *          - connect string comes from env-var SQLORA13-USERPASS
      *            at runtime (default demo1/demo100)
       program-id. sqlora13.
       environment division.
       input-output section.
       file-control.
           select enotmas assign external ENOTMAS
                  organization line sequential
                  file status enotmas-stat.
           select enotdlr assign external ENOTDLR
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  enotmas record contains 100 characters.
           01 enrec. copy "enotmas.cpy".
       fd  enotdlr record contains 120 characters.
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
      * one enrolment fetched from the taxenrol1 table
           01  terec.
               05 tefolio       pic x(10).
               05 teemail       pic x(60).
               05 tedate        pic 9(8).
               05 testatus      pic x(1).
           exec sql end declare section end-exec.
      *
       01  enotmas-stat         pic xx value spaces.
       01  down-count           pic 9(7) value zeros.
       01  active-count         pic 9(7) value zeros.
       01  cancel-count         pic 9(7) value zeros.
       01  reject-count         pic 9(7) value zeros.
       01  at-count             pic 9(3) value zeros.
      *eject
       procedure division.
           perform unixproc1.
       begin-program.
      * following works for oracle:
           accept userpass from environment "SQLORA13-USERPASS"
               on exception move "demo1/demo100" to userpass
           end-accept.
           exec sql connect :userpass end-exec.
           if sqlcode not = 0 go to sql-error.
      *
      * create the table the first time this runs; ora-00955 (name
      * already used by an existing object) just means it's already
      * there, so that one code is not an error here
           exec sql create table taxenrol1
                (folio char(10), email char(60),
                 enrol_date numeric(8), status char(1),
                 primary key (folio)) end-exec.
           if sqlcode not = 0 and sqlcode not = -955 go to sql-error.
      *
      * declare cursor over every enrolment, ascending by folio
           exec sql declare enrcursor cursor for select
                folio, email, enrol_date, status
                from taxenrol1
                order by folio end-exec.
           if sqlcode not = 0 go to sql-error.
           exec sql open enrcursor end-exec.
           if sqlcode not = 0 go to sql-error.
      *
           open output enotmas enotdlr.
           move spaces to rptline.
           string "E-NOTICE ENROLMENT DOWNLOAD REGISTER - RUN DATE "
                  rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           write rptline before advancing 1 line.
       mainloop.
           exec sql fetch enrcursor into
                :tefolio, :teemail, :tedate, :testatus
                end-exec.
           if sqlcode not = 0 go to table-end.
           add 1 to down-count.
           move zeros to at-count.
           inspect teemail tallying at-count for all "@".
           if tefolio = spaces
                 or at-count = zeros
                 or (testatus not = 'A' and testatus not = 'C')
              move spaces to rptline
              string "REJECTED - FOLIO: " tefolio "  STATUS: "
                     testatus "  EMAIL: " teemail
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
              add 1 to reject-count
              go to mainloop
           end-if.
           move spaces to enrec.
           move tefolio to en-folio.
           move teemail to en-email.
           move tedate to en-enrol-date.
           move testatus to en-status.
           write enrec.
           if enotmas-stat not = '00' go to write-error.
           if en-active
              add 1 to active-count
           else
              add 1 to cancel-count
           end-if.
           go to mainloop.
      *
      * end of selected rows
       table-end.
           close enotmas.
           if enotmas-stat not = '00' go to write-error.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "ENROLMENTS DOWNLOADED: " down-count
                  "  ACTIVE: " active-count
                  "  CANCELLED: " cancel-count
                  "  REJECTED: " reject-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           display down-count " enrolment(s) downloaded, "
               active-count " active" upon console.
           exec sql commit work release end-exec.
           close enotdlr. stop run.
      *
      * ENOTMAS could not be written or closed - the step ends
      * nonzero so it is rerun before ctx140 routes any notices
       write-error.
           display "SQLORA13 - ENOTMAS WRITE FAILED, FILE STATUS "
               enotmas-stat upon console.
           exec sql rollback work release end-exec.
           stop run returning 16.
      *
      * sql error rtn - when any sql error occurs
       sql-error.
           display "oracle error detected: " sqlerrmc upon console.
           exec sql rollback work release end-exec.
           stop run returning 16.
      ******************* end program sqlora13.cbl ********************
       copy "unixproc1.cpy".
