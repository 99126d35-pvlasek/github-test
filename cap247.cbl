       identification division.
      * cap247 - test/demo mainframe conversion to micro focus cobol
      *        - positive pay extract off the APCHQREG payables cheque
      *          register for the bank's fraud screening - the cpy247
      *          extract for the cheques cap240 writes to suppliers
      *        - env-var CAP247-DATE (yymmdd) picks the run: cheques
      *          issued that date go out as 'I' records, cheques
      *          voided that date go out as 'V' void notifications,
      *          payee names joined from VENDMAS
      *        - APPOSPAY is the bank's positive-pay format, the same
      *          record and 'T' trailer cpy247 sends; the APPPREG
      *          transmission register shows the totals, which must
      *          tie to the cap240 payment register cheque total
       program-id. cap247.
       environment division.
       input-output section.
       file-control.
           select chqreg assign external APCHQREG
                  organization record sequential access mode sequential
                  file status chqreg-stat.
           select vendmas assign external VENDMAS
                  organization record sequential access mode sequential
                  file status vendmas-stat.
           select pospay assign external APPOSPAY
                  organization line sequential.
           select ppreg assign external APPPREG
                  organization line sequential.
      *eject
       data  division.
       file section.
      * the CHQREG layout - cap240 carries the vendor number where
      * the payroll register carries the employee number
       fd  chqreg record contains 40 characters.
           01 cqrec.
              05 cq-chqno        pic 9(8).
              05 cq-empno        pic 9(6).
              05 cq-date         pic 9(6).
              05 cq-amount       pic s9(7)v99 comp-3.
              05 cq-cleared      pic x(1).
              05 cq-clrdate      pic 9(6).
              05 filler          pic x(8).
       fd  vendmas record contains 256 characters.
           01 vm1. copy "vendmas.cpy".
      * the bank's fixed positive-pay record
       fd  pospay record contains 60 characters.
           01 pprec.
              05 pp-type         pic x(1).
              05 pp-chqno        pic 9(8).
              05 pp-date         pic 9(6).
              05 pp-amount       pic 9(9)v99.
              05 pp-payee        pic x(20).
              05 filler          pic x(14).
           01 pptrailer.
              05 ppt-type        pic x(1).
              05 ppt-count       pic 9(7).
              05 ppt-amount      pic 9(11)v99.
              05 filler          pic x(39).
       fd  ppreg record contains 120 characters.
           01 regline            pic x(120).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 chqreg-eof         pic x value ' '.
               88 chqreg-at-eof           value '1'.
           05 vendmas-eof        pic x value ' '.
               88 vendmas-at-eof          value '1'.
           05 sel-date           pic 9(6) value zeros.
           05 mast-count         pic 9(4) value zeros.
           05 mast-idx           pic 9(4) value zeros.
           05 mast-found-sw      pic x value 'N'.
               88 mast-found              value 'Y'.
           05 issue-count        pic 9(5) value zeros.
           05 void-count         pic 9(5) value zeros.
           05 issue-total        pic s9(11)v99 comp-3 value 0.
           05 amt-ed             pic zzzz,zzz.99-.
           05 tot-ed             pic zzz,zzz,zz9.99-.
       01  edit-flds.
           05 sel-date-txt       pic x(6) value '000000'.
           05 edit-lth           pic 9(4) comp value 6.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
       01  mast-table.
           05 mast-entry occurs 2000 times.
              10 mt-vendor       pic 9(6).
              10 mt-name         pic x(20).
       01  misc.
           05 chqreg-stat        pic xx value spaces.
           05 vendmas-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept sel-date-txt from environment "CAP247-DATE"
               on exception move '000000' to sel-date-txt
           end-accept.
           call "numedit" using sel-date-txt edit-lth edit-valid-sw.
           if edit-valid
              move sel-date-txt to sel-date
           else
              move zeros to sel-date
           end-if.
           if sel-date = zeros
              move rundate-ymd6 to sel-date
           end-if.
           open input vendmas.
           if vendmas-stat not = '00'
              move vendmas-stat to mf-filestat
              move "VENDMAS"    to mf-filenamei
              move "VENDMAS"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read vendmas at end move '1' to vendmas-eof.
           perform loadmastrtn until vendmas-at-eof.
           close vendmas.
           open input chqreg.
           if chqreg-stat not = '00'
              move chqreg-stat to mf-filestat
              move "APCHQREG"   to mf-filenamei
              move "APCHQREG"   to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output pospay ppreg.
           move spaces to regline.
           string "AP POSITIVE PAY TRANSMISSION REGISTER - RUN "
                  sel-date
               delimited by size into regline
           end-string.
           write regline before advancing 1 line.
           read chqreg at end move '1' to chqreg-eof.
           perform extractrtn until chqreg-at-eof.
           perform trailerrtn.
           perform ttlrtn.
           close chqreg pospay ppreg.
           move "CAP247" to jobsum-pgm.
           move issue-count to jobsum-count.
           move "COMPLETE" to jobsum-status.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       loadmastrtn.
           if mast-count >= 2000
              display "CAP247 - MAST-TABLE FULL, VM-VENDOR: "
                  vm-vendor " NOT LOADED" upon console
           else
              add 1 to mast-count
              move vm-vendor to mt-vendor (mast-count)
              move vm-name to mt-name (mast-count)
           end-if.
           read vendmas at end move '1' to vendmas-eof.
      * cheques issued on the run date go out as issues, cheques
      * voided on the run date as void notifications
       extractrtn.
           if cq-date = sel-date and cq-cleared not = 'V'
              perform issuertn
           else
              if cq-cleared = 'V' and cq-clrdate = sel-date
                 perform voidrtn
              end-if
           end-if.
           read chqreg at end move '1' to chqreg-eof.
       issuertn.
           perform findmastrtn.
           move spaces to pprec.
           move 'I' to pp-type.
           move cq-chqno to pp-chqno.
           move cq-date to pp-date.
           move cq-amount to pp-amount.
           if mast-found
              move mt-name (mast-idx) to pp-payee
           else
              move "*** NOT ON VENDMAS ***" to pp-payee
           end-if.
           write pprec.
           add 1 to issue-count.
           add cq-amount to issue-total.
           move cq-amount to amt-ed.
           move spaces to regline.
           string "ISSUE  CHEQUE " cq-chqno "  " pp-payee
                  "  " amt-ed
               delimited by size into regline
           end-string.
           write regline before advancing 1 line.
       voidrtn.
           perform findmastrtn.
           move spaces to pprec.
           move 'V' to pp-type.
           move cq-chqno to pp-chqno.
           move cq-clrdate to pp-date.
           move cq-amount to pp-amount.
           if mast-found
              move mt-name (mast-idx) to pp-payee
           else
              move "*** NOT ON VENDMAS ***" to pp-payee
           end-if.
           write pprec.
           add 1 to void-count.
           move cq-amount to amt-ed.
           move spaces to regline.
           string "VOID   CHEQUE " cq-chqno "  " pp-payee
                  "  " amt-ed
               delimited by size into regline
           end-string.
           write regline before advancing 1 line.
       findmastrtn.
           move 1 to mast-idx.
           move 'N' to mast-found-sw.
           perform findmast1rtn
               until mast-found or mast-idx > mast-count.
       findmast1rtn.
           if mt-vendor (mast-idx) = cq-empno
              move 'Y' to mast-found-sw
           else
              add 1 to mast-idx
           end-if.
      * the trailer the bank proves the file against - issued count
      * and amount, which must tie to cap240's register totals
       trailerrtn.
           move spaces to pptrailer.
           move 'T' to ppt-type.
           move issue-count to ppt-count.
           move issue-total to ppt-amount.
           write pptrailer.
       ttlrtn.
           move spaces to regline.
           write regline before advancing 1 line.
           move issue-total to tot-ed.
           move spaces to regline.
           string "ISSUES: " issue-count
                  "  AMOUNT: " tot-ed
                  "  VOID NOTIFICATIONS: " void-count
                  "  (MUST TIE TO THE CAP240 REGISTER)"
               delimited by size into regline
           end-string.
           write regline before advancing 1 line.
       copy "unixproc1.cpy".
