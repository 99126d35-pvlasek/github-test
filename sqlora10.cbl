       identification division.
      * sqlora10 - demo cobol-api for oracle
      *          - web order acknowledgement, run after car237 has
      *            edited the lines sqlora9 downloaded - posts each
      *            web line's outcome back to the weborder1 table so
      *            the customer sees it online instead of phoning
      *          - reads the ORDACK rows car237 writes (ordack.cpy)
      *            and updates the matching weborder1 row by web
      *            reference and line with the status ('A' accepted,
      *            'B' accepted as a backorder, 'R' rejected), the
      *            reject reason, the order line it went on as and
      *            the acknowledgement date
      *          - a row that can't be updated, or a web line no
      *            longer on weborder1, is logged to the WEBACKR
      *            register and the run carries on, the sqlora8
      *            row-error way; the register totals what was posted
      *          - connect string comes from env-var SQLORA10-USERPASS
      *            at runtime (default demo1/demo100)
       program-id. sqlora10.
       environment division.
       input-output section.
       file-control.
           select ordack assign external ORDACK
                  organization record sequential access mode sequential
                  file status ordack-stat.
           select webackr assign external WEBACKR
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  ordack record contains 80 characters.
           01 akrec. copy "ordack.cpy".
       fd  webackr record contains 120 characters.
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
      * acknowledgement fields posted to the weborder1 row
           01  warec.
               05 wawebref      pic x(12).
               05 wawebline     pic 9(3).
               05 wastatus      pic x(1).
               05 wareason      pic x(40).
               05 waordline     pic 9(3).
               05 waackdate     pic 9(8).
           exec sql end declare section end-exec.
      *
       01  ordack-stat          pic xx value spaces.
       01  accept-count         pic 9(7) value zeros.
       01  backord-count        pic 9(7) value zeros.
       01  reject-count         pic 9(7) value zeros.
       01  error-count          pic 9(7) value zeros.
      *eject
       procedure division.
           perform unixproc1.
       begin-program.
      * following works for oracle:
           accept userpass from environment "SQLORA10-USERPASS"
               on exception move "demo1/demo100" to userpass
           end-accept.
           exec sql connect :userpass end-exec.
           if sqlcode not = 0 go to sql-error.
           move rundate-ymd8 to waackdate.
      *
           open input ordack.
           if ordack-stat not = '00'
              display "SQLORA10 - ORDACK WILL NOT OPEN, FILE STATUS "
                  ordack-stat upon console
              exec sql rollback work release end-exec
              stop run returning 16
           end-if.
           open output webackr.
           move spaces to rptline.
           string "WEB ORDER ACKNOWLEDGEMENT REGISTER - RUN DATE "
                  rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       mainloop.
           read ordack at end go to ordackeof.
           move ak-webref to wawebref.
           move ak-webline to wawebline.
           move ak-status to wastatus.
           move ak-reason to wareason.
           move ak-line to waordline.
           exec sql update weborder1 set ackstatus = :wastatus,
                ackreason = :wareason, ackline = :waordline,
                ackdate = :waackdate
                where webref = :wawebref and webline = :wawebline
                end-exec.
           if sqlcode not = 0 go to rowerror.
           if sqlerrd(3) = 0
              move spaces to rptline
              string "NOT POSTED - WEB REF " ak-webref " LINE "
                     ak-webline " NOT ON WEBORDER1"
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
              add 1 to error-count
              go to mainloop
           end-if.
           move spaces to rptline.
           if ak-rejected
              add 1 to reject-count
              string "REJECTED  WEB REF " ak-webref " LINE "
                     ak-webline "  ORDER " ak-order "  " ak-reason
                  delimited by size into rptline
              end-string
           else
              if ak-backorder
                 add 1 to backord-count
                 string "BACKORDER WEB REF " ak-webref " LINE "
                        ak-webline "  ORDER " ak-order " LINE "
                        ak-line
                     delimited by size into rptline
                 end-string
              else
                 add 1 to accept-count
                 string "ACCEPTED  WEB REF " ak-webref " LINE "
                        ak-webline "  ORDER " ak-order " LINE "
                        ak-line
                     delimited by size into rptline
                 end-string
              end-if
           end-if.
           write rptline before advancing 1 line.
           go to mainloop.
      *
      * a single row's update failed - log it and keep posting,
      * instead of aborting the whole run
       rowerror.
           move spaces to rptline.
           string "NOT POSTED - WEB REF " ak-webref " LINE "
                  ak-webline "  ORACLE ERROR: " sqlerrmc
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           add 1 to error-count.
           go to mainloop.
      *
      * end of file - commit what posted and total the register
       ordackeof.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "ACCEPTED: " accept-count
                  "  BACKORDERED: " backord-count
                  "  REJECTED: " reject-count
                  "  NOT POSTED: " error-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           exec sql commit work release end-exec.
           close ordack webackr.
           display accept-count " accepted, " backord-count
               " backordered, " reject-count " rejected, "
               error-count " not posted" upon console.
           if error-count > 0
              stop run returning 4
           end-if.
           stop run.
      *
      * sql error rtn - when a connect error occurs
       sql-error.
           display "oracle error detected: " sqlerrmc upon console.
           exec sql rollback work release end-exec.
           stop run returning 16.
      ******************* end program sqlora10.cbl ********************
       copy "unixproc1.cpy".
