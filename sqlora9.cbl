       identification division.
      * sqlora9 - demo cobol-api for oracle
      *         - web order download in the sqlora7 mould - the
      *           sales site takes orders into the weborder1 Oracle
      *           table, one row per order line, and this run pulls
      *           the unprocessed rows into the order entry stream
      *           instead of a clerk rekeying them from the web report
      *         - selects rows whose processed flag is still 'N',
      *           ascending by order and web line so car237 numbers
      *           the lines of an order in sequence, and writes them
      *           as ORDTRAN-format records to WEBORD (ot-source 'W',
      *           with the web order reference and line) for car237's
      *           normal edit; numbers go out as the digits car237's
      *           NUMEDIT checks expect
      *         - each fetched row is marked processed as it is
      *           written - row by row, as sqlora7 does, so a row
      *           committed mid-run stays 'N' for the next run - but
      *           the marks are only committed once WEBORD has been
      *           closed cleanly; a write or close failure rolls them
      *           all back so no row is taken that didn't reach the
      *           file
      *         - prints the WEBORDR download register
      *         - car237 writes an ORDACK row per web line, which
      *           sqlora10 posts back to weborder1
      *         - connect string comes from env-var SQLORA9-USERPASS
      *           at runtime (default demo1/demo100)
      * 3 ways to compile: see ctl/cobdirectives at 'SQLdemo.htm#4T1'
       program-id. sqlora9.
       environment division.
       input-output section.
       file-control.
           select webord assign external WEBORD
                  organization record sequential access mode sequential
                  file status webord-stat.
           select webordr assign external WEBORDR
                  organization line sequential.
      *eject
       data  division.
       file section.
      * same 80-byte layout car237 reads as ORDTRAN
       fd  webord record contains 80 characters.
           01 otrec.
              05 ot-cust         pic x(6).
              05 ot-order        pic x(6).
              05 ot-date         pic x(6).
              05 ot-slsmn        pic x(4).
              05 ot-prod         pic x(6).
              05 ot-qty          pic x(7).
              05 ot-qty-n redefines ot-qty
                                 pic 9(7).
              05 ot-price        pic x(9).
              05 ot-price-n redefines ot-price
                                 pic 9(7)v99.
              05 ot-taxcode      pic x(2).
              05 ot-source       pic x(1).
              05 ot-webref       pic x(12).
              05 ot-webline      pic x(3).
              05 ot-webline-n redefines ot-webline
                                 pic 9(3).
              05 filler          pic x(18).
       fd  webordr record contains 120 characters.
           01 rptline           pic x(120).
      *
      *eject
       working-storage section.
       copy "unixwork1.cpy".
      * database options, communications area, & declare section
           copy "sqlca.cpy".
           exec sql begin declare section end-exec.
      *
           01  userpass         pic x(20).
      *
      * web order line fields fetched from the weborder1 table
           01  worec.
               05 wowebref      pic x(12).
               05 wowebline     pic 9(3).
               05 wocust        pic x(6).
               05 woorder       pic x(6).
               05 wodate        pic 9(8).
               05 woslsmn       pic x(4).
               05 woprod        pic x(6).
               05 woqty         pic 9(7).
               05 woprice       pic 9(7)v99.
               05 wotaxcode     pic x(2).
           exec sql end declare section end-exec.
      *
       01  webord-stat          pic xx value spaces.
       01  down-count           pic 9(7) value zeros.
       01  down-total           pic s9(9)v99 comp-3 value 0.
       01  line-value           pic s9(9)v99 value 0.
       01  reg-amt-ed           pic zzzz,zzz.99-.
       01  reg-tot-ed           pic zzz,zzz,zz9.99-.
      *eject
       procedure division.
           perform unixproc1.
       begin-program.
      * following works for oracle:
           accept userpass from environment "SQLORA9-USERPASS"
               on exception move "demo1/demo100" to userpass
           end-accept.
           exec sql connect :userpass end-exec.
           if sqlcode not = 0 go to sql-error.
      *
      * declare cursor over the unprocessed rows, ascending by order
      * and web line for car237's line numbering
           exec sql declare ordcursor cursor for select
                webref, webline, custno, ordno, orddate,
                slsmn, prodcode, qty, price, taxcode
                from weborder1
                where processed = 'N'
                order by ordno, webline end-exec.
           if sqlcode not = 0 go to sql-error.
           exec sql open ordcursor end-exec.
           if sqlcode not = 0 go to sql-error.
      *
           open output webord webordr.
           move spaces to rptline.
           string "WEB ORDER DOWNLOAD REGISTER - RUN DATE "
                  rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       mainloop.
           exec sql fetch ordcursor into
                :wowebref, :wowebline, :wocust, :woorder, :wodate,
                :woslsmn, :woprod, :woqty, :woprice, :wotaxcode
                end-exec.
           if sqlcode not = 0 go to table-end.
           move spaces to otrec.
           move wocust to ot-cust.
           move woorder to ot-order.
           move wodate (3:6) to ot-date.
           move woslsmn to ot-slsmn.
           move woprod to ot-prod.
           move woqty to ot-qty-n.
           move woprice to ot-price-n.
           move wotaxcode to ot-taxcode.
           move 'W' to ot-source.
           move wowebref to ot-webref.
           move wowebline to ot-webline-n.
           write otrec.
           if webord-stat not = '00' go to write-error.
           compute line-value rounded = woqty * woprice.
           move line-value to reg-amt-ed.
           move spaces to rptline.
           string "WEB REF " wowebref " LINE " wowebline
                  "  ORDER " woorder "  CUST " wocust
                  "  PROD " woprod "  QTY " woqty "  " reg-amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           add 1 to down-count.
           add line-value to down-total.
      * mark exactly this fetched row taken - it only sticks when the
      * commit below runs, after WEBORD is safely closed
           exec sql update weborder1 set processed = 'Y'
                where webref = :wowebref and webline = :wowebline
                and processed = 'N'
                end-exec.
           if sqlcode not = 0 go to sql-error.
           go to mainloop.
      *
      * end of selected rows
       table-end.
           close webord.
           if webord-stat not = '00' go to write-error.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move down-total to reg-tot-ed.
           move spaces to rptline.
           string "ORDER LINES DOWNLOADED: " down-count
                  "  VALUE AT WEB PRICE: " reg-tot-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           display down-count " web order line(s) downloaded, value "
               reg-tot-ed upon console.
           exec sql commit work release end-exec.
           close webordr. stop run.
      *
      * WEBORD could not be written or closed - nothing is marked
      * taken, the rows stay 'N' for the rerun
       write-error.
           display "SQLORA9 - WEBORD WRITE FAILED, FILE STATUS "
               webord-stat upon console.
           exec sql rollback work release end-exec.
           stop run returning 16.
      *
      * sql error rtn - when any sql error occurs
       sql-error.
           display "oracle error detected: " sqlerrmc upon console.
           exec sql rollback work release end-exec.
           stop run returning 16.
      ******************* end program sqlora9.cbl *********************
       copy "unixproc1.cpy".
