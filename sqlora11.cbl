       identification division.
      * sqlora11 - demo cobol-api for oracle
      *          - nightly publish of GL balances, budget and open
      *            commitments into the glbal1 table for the managers'
      *            budget-versus-actual dashboard, instead of cgl140
      *            printouts emailed round as PDFs
      *          - one row per company/account/period: glm-balance,
      *            glm-period-actv, glm-ytd-balance off GLMSNEW, the
      *            period's and year-to-date GLBUDGET amounts (summed
      *            the way cgl140 sums them) and the account's open
      *            CMTLEDG commitment - the sqlora4 incremental
      *            (upsert) load mould, bad rows logged to GLBALER and
      *            the load continues; earlier periods' rows stay on
      *            the table as they were last published
      *          - env-var SQLORA11-PERIOD (yyyymm) names the period
      *            published, default the run month
      *          - reconciliation back to the ledger: GLMSNEW's row
      *            count and balance, period-activity and ytd hashes
      *            accumulate during the load, then the table's count
      *            and sums for this period and load date are selected
      *            back and compared - a mismatch ends the run with a
      *            nonzero return code so the dashboard never shows
      *            numbers the ledger doesn't agree with
      *          - connect string comes from env-var SQLORA11-USERPASS
      *            at runtime (default demo1/demo100)
       program-id. sqlora11.
       environment division.
       input-output section.
       file-control.
           select glmsnew assign external GLMSNEW
                  organization record sequential access mode sequential
                  file status glmsnew-stat.
           select glbudget assign external GLBUDGET
                  organization record sequential access mode sequential
                  file status glbudget-stat.
           select cmtledg assign external CMTLEDG
                  organization line sequential
                  file status cmtledg-stat.
           select glbaler assign external GLBALER
                  organization line sequential.
           select glbalcn assign external GLBALCN
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  glmsnew record contains 128 characters.
           01 glmrec.
              05 glm-acct       pic x(8).
              05 glm-type       pic x(10).
              05 glm-dscrptn    pic x(30).
              05 glm-balance    pic s9(9)v99 comp-3.
              05 glm-period-actv pic s9(9)v99 comp-3.
              05 glm-ytd-balance pic s9(9)v99 comp-3.
              05 glm-date       pic x(8).
              05 glm-company    pic x(2).
              05 filler         pic x(52).
       fd  glbudget record contains 100 characters.
           01 gbrec.
              05 gb-acct         pic x(8).
              05 gb-year         pic 9(4).
              05 gb-annual       pic s9(11)v99 comp-3.
              05 gb-period       pic s9(9)v99 comp-3 occurs 12 times.
              05 filler          pic x(9).
       fd  cmtledg record contains 40 characters.
           01 clrec.
              05 cl-acct         pic x(8).
              05 cl-company      pic x(2).
              05 cl-committed    pic 9(11)v99.
              05 filler          pic x(17).
       fd  glbaler record contains 120 characters.
           01 errline           pic x(120).
      * one line, the rows loaded and the amount hashes, for the
      * dashboard side to reconcile against
       fd  glbalcn record contains 80 characters.
           01 cntline.
              05 cnt-period     pic 9(6).
              05 filler         pic x(1).
              05 cnt-rows       pic 9(7).
              05 filler         pic x(1).
              05 cnt-bal-hash   pic s9(11)v99.
              05 filler         pic x(1).
              05 cnt-actv-hash  pic s9(11)v99.
              05 filler         pic x(1).
              05 cnt-ytd-hash   pic s9(11)v99.
              05 filler         pic x(25).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
      * database options, communications area, & declare section
           copy "sqlca.cpy".
           exec sql begin declare section end-exec.
      *
           01  userpass         pic x(20).
      *
      * ledger fields to be published into glbal1
           01  gbalrec.
               05 gbcompany     pic x(2).
               05 gbacct        pic x(8).
               05 gbperiod      pic 9(6).
               05 gbtype        pic x(10).
               05 gbdscrptn     pic x(30).
               05 gbbalance     pic s9(9)v99.
               05 gbperactv     pic s9(9)v99.
               05 gbytdbal      pic s9(9)v99.
               05 gbperbud      pic s9(9)v99.
               05 gbytdbud      pic s9(11)v99.
               05 gbcommitted   pic s9(11)v99.
               05 gbldate       pic 9(8).
           01  tbl-rows         pic s9(9) comp-3.
           01  tbl-bal-sum      pic s9(11)v99 comp-3.
           01  tbl-actv-sum     pic s9(11)v99 comp-3.
           01  tbl-ytd-sum      pic s9(11)v99 comp-3.
           exec sql end declare section end-exec.
      *
       01  reject-count         pic 9(7) value zeros.
       01  load-count           pic 9(7) value zeros.
       01  bal-hash             pic s9(11)v99 comp-3 value 0.
       01  actv-hash            pic s9(11)v99 comp-3 value 0.
       01  ytd-hash             pic s9(11)v99 comp-3 value 0.
       01  pub-period           pic 9(6) value zeros.
       01  pub-period-r redefines pub-period.
           05 pub-period-ccyy   pic 9(4).
           05 pub-period-mm     pic 9(2).
       01  glmsnew-stat         pic xx value spaces.
       01  glbudget-stat        pic xx value spaces.
       01  cmtledg-stat         pic xx value spaces.
       01  glbudget-eof         pic x value ' '.
           88 glbudget-at-eof           value '1'.
       01  cmtledg-eof          pic x value ' '.
           88 cmtledg-at-eof            value '1'.
       01  srch-idx             pic 9(4) value zeros.
       01  per-idx              pic 9(2) value zeros.
       01  found-sw             pic x value 'N'.
           88 found                     value 'Y'.
      * SQLORA11-PERIOD comes in off the environment as text, so it's
      * validated through NUMEDIT before being trusted as numeric
       01  edit-flds.
           05 period-txt        pic x(6) value '000000'.
           05 edit-lth          pic 9(4) comp value 6.
           05 edit-valid-sw     pic x value 'Y'.
               88 edit-valid            value 'Y'.
      * GLBUDGET loaded into a table keyed by account, as cgl140 does
       01  bud-count            pic 9(4) value zeros.
       01  bud-table.
           05 bud-entry occurs 1000 times.
              10 bt-acct        pic x(8).
              10 bt-period      pic s9(9)v99 comp-3 occurs 12 times.
      * open commitments per account/company off CMTLEDG
       01  cmt-count            pic 9(4) value zeros.
       01  cmt-table.
           05 cmt-entry occurs 500 times.
              10 ct-acct        pic x(8).
              10 ct-company     pic x(2).
              10 ct-committed   pic s9(11)v99 comp-3.
      *eject
       procedure division.
           perform unixproc1.
       begin-program.
           accept period-txt from environment "SQLORA11-PERIOD"
               on exception move '000000' to period-txt
           end-accept.
           call "numedit" using period-txt edit-lth edit-valid-sw.
           if edit-valid
              move period-txt to pub-period
           else
              move zeros to pub-period
           end-if.
           if pub-period-mm < 1 or pub-period-mm > 12
              move rundate-ymd8 (1:6) to pub-period
           end-if.
      * no CMTLEDG on disk just means no commitments in force
           open input cmtledg.
           if cmtledg-stat = '00'
              read cmtledg at end move '1' to cmtledg-eof
              end-read
              perform loadcmtrtn until cmtledg-at-eof
              close cmtledg
           end-if.
           open input glbudget.
           if glbudget-stat not = '00'
              move glbudget-stat to mf-filestat
              move "GLBUDGET"   to mf-filenamei
              move "GLBUDGET"   to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read glbudget at end move '1' to glbudget-eof.
           perform loadbudrtn until glbudget-at-eof.
           close glbudget.
      * following works for oracle:
           accept userpass from environment "SQLORA11-USERPASS"
               on exception move "demo1/demo100" to userpass
           end-accept.
           exec sql connect :userpass end-exec.
           if sqlcode not = 0 go to sql-error.
      *
      * create the table the first time this runs; ora-00955 (name
      * already used by an existing object) just means it's already
      * there from a prior load, so that one code is not an error here
           exec sql create table glbal1
                (company char(2), acct char(8), period numeric(6),
                 accttype char(10), dscrptn char(30),
                 balance numeric(11,2), periodactv numeric(11,2),
                 ytdbalance numeric(11,2), periodbudget numeric(11,2),
                 ytdbudget numeric(13,2), committed numeric(13,2),
                 last_load numeric(8),
                 primary key (company, acct, period)) end-exec.
           if sqlcode not = 0 and sqlcode not = -955 go to sql-error.
      *
      * open input file & use loop to get records & upsert to table -
      * update the account's period row if it's already on glbal1,
      * else insert
           open input glmsnew.
           if glmsnew-stat not = '00'
              move glmsnew-stat to mf-filestat
              move "GLMSNEW"    to mf-filenamei
              move "GLMSNEW"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output glbaler.
           move pub-period to gbperiod.
           move rundate-ymd8 to gbldate.
       mainloop.
           read glmsnew at end go to glbaleof.
           add 1 to load-count.
           add glm-balance to bal-hash.
           add glm-period-actv to actv-hash.
           add glm-ytd-balance to ytd-hash.
      * a blank company is the original single-company ledger
           if glm-company = spaces
              move "01" to gbcompany
           else
              move glm-company to gbcompany
           end-if.
           move glm-acct to gbacct.
           move glm-type to gbtype.
           move glm-dscrptn to gbdscrptn.
           move glm-balance to gbbalance.
           move glm-period-actv to gbperactv.
           move glm-ytd-balance to gbytdbal.
           move 0 to gbperbud.
           move 0 to gbytdbud.
           perform findbudrtn.
           if found
              move bt-period (srch-idx pub-period-mm) to gbperbud
              move zeros to per-idx
              perform ytdbudrtn until per-idx >= pub-period-mm
           end-if.
           perform findcmtrtn.
           exec sql update glbal1 set accttype = :gbtype,
                dscrptn = :gbdscrptn, balance = :gbbalance,
                periodactv = :gbperactv, ytdbalance = :gbytdbal,
                periodbudget = :gbperbud, ytdbudget = :gbytdbud,
                committed = :gbcommitted, last_load = :gbldate
                where company = :gbcompany and acct = :gbacct
                and period = :gbperiod end-exec.
           if sqlcode not = 0 go to rowerror.
           if sqlerrd(3) = 0
              exec sql insert into glbal1
                   (company, acct, period, accttype, dscrptn,
                    balance, periodactv, ytdbalance, periodbudget,
                    ytdbudget, committed, last_load)
                   values (:gbcompany, :gbacct, :gbperiod, :gbtype,
                   :gbdscrptn, :gbbalance, :gbperactv, :gbytdbal,
                   :gbperbud, :gbytdbud, :gbcommitted, :gbldate)
              end-exec
              if sqlcode not = 0 go to rowerror
           end-if.
           go to mainloop.
      *
      * a single row's update/insert failed - log it and keep
      * loading, instead of aborting the whole run
       rowerror.
           move spaces to errline.
           string "REJECTED - COMPANY: " gbcompany " ACCOUNT: "
                  glm-acct "  ORACLE ERROR: " sqlerrmc
               delimited by size into errline
           end-string.
           write errline before advancing 1 line.
           add 1 to reject-count.
           subtract glm-balance from bal-hash.
           subtract glm-period-actv from actv-hash.
           subtract glm-ytd-balance from ytd-hash.
           go to mainloop.
      *
      * end of file - prove the table back against the ledger before
      * anyone trusts what the dashboard shows
       glbaleof.
           display "EOF, glbal1 table loaded" upon console.
           display load-count " row(s) processed from GLMSNEW"
               upon console.
           display reject-count " row(s) rejected, see GLBALER"
               upon console.
           subtract reject-count from load-count.
           exec sql select count(*), nvl(sum(balance), 0),
                nvl(sum(periodactv), 0), nvl(sum(ytdbalance), 0)
                into :tbl-rows, :tbl-bal-sum, :tbl-actv-sum,
                :tbl-ytd-sum from glbal1
                where period = :gbperiod
                and last_load = :gbldate end-exec.
           if sqlcode not = 0 go to sql-error.
           open output glbalcn.
           move spaces to cntline.
           move pub-period to cnt-period.
           move load-count to cnt-rows.
           move bal-hash to cnt-bal-hash.
           move actv-hash to cnt-actv-hash.
           move ytd-hash to cnt-ytd-hash.
           write cntline.
           close glbalcn.
           exec sql commit work release end-exec.
           close glmsnew glbaler.
           if tbl-rows not = load-count
                 or tbl-bal-sum not = bal-hash
                 or tbl-actv-sum not = actv-hash
                 or tbl-ytd-sum not = ytd-hash
              display "SQLORA11 - TABLE DOES NOT RECONCILE TO THE "
                  "LEDGER: TABLE " tbl-rows " ROWS, GLMSNEW "
                  load-count " ROWS" upon console
              stop run returning 16
           end-if.
           display "glbal1 reconciles to GLMSNEW - "
               load-count " row(s)" upon console.
           stop run.
      *
      * sql error rtn - when a connect or table-setup error occurs
       sql-error.
           display "oracle error detected: " sqlerrmc upon console.
           exec sql rollback work release end-exec.
           stop run returning 16.
      *
      * budget and commitment table loads and lookups
       loadcmtrtn.
           if cmt-count >= 500
              display "SQLORA11 - CMT-TABLE FULL, CL-ACCT: " cl-acct
                  " NOT LOADED" upon console
           else
              add 1 to cmt-count
              move cl-acct to ct-acct (cmt-count)
              move cl-company to ct-company (cmt-count)
              move cl-committed to ct-committed (cmt-count)
           end-if.
           read cmtledg at end move '1' to cmtledg-eof.
       loadbudrtn.
           if bud-count >= 1000
              display "SQLORA11 - BUD-TABLE FULL, GB-ACCT: " gb-acct
                  " NOT LOADED" upon console
           else
              add 1 to bud-count
              move gb-acct to bt-acct (bud-count)
              move zeros to per-idx
              perform loadbud1rtn until per-idx >= 12
           end-if.
           read glbudget at end move '1' to glbudget-eof.
       loadbud1rtn.
           add 1 to per-idx.
           move gb-period (per-idx) to bt-period (bud-count per-idx).
       findbudrtn.
           move 1 to srch-idx.
           move 'N' to found-sw.
           perform findbud1rtn
               until found or srch-idx > bud-count.
       findbud1rtn.
           if bt-acct (srch-idx) = glm-acct
              move 'Y' to found-sw
           else
              add 1 to srch-idx
           end-if.
       ytdbudrtn.
           add 1 to per-idx.
           add bt-period (srch-idx per-idx) to gbytdbud.
       findcmtrtn.
           move 0 to gbcommitted.
           move zeros to srch-idx.
           perform findcmt1rtn until srch-idx >= cmt-count.
       findcmt1rtn.
           add 1 to srch-idx.
           if ct-acct (srch-idx) = glm-acct
                 and ct-company (srch-idx) = glm-company
              move ct-committed (srch-idx) to gbcommitted
           end-if.
      ******************* end program sqlora11.cbl ********************
       copy "unixproc1.cpy".
