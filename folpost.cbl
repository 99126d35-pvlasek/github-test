       identification division.
       program-id. folpost.
      * folpost - common folio transaction ledger posting
      * - called by each program that moves a folio's ctx-maint-tax
      *   (ctx110, ctx130, ctx135, ctx145, ctx160, ctx175, ctx220)
      *   once per amount posted, right where the balance is
      *   changed, to append one typed row to the shared FOLLEDG
      *   ledger stamped with the rundate from unixwork1.cpy - the
      *   ledger is what
      *   the ctx215 statement of account prints when a ratepayer
      *   disputes a balance
      * - same open-extend/create-on-35 shape as auditlog
      * - a zero amount posts nothing
       environment division.
       input-output section.
       file-control.
           select folledg assign external FOLLEDG
                  organization record sequential access mode sequential
                  file status folledg-stat.
      *eject
       data  division.
       file section.
       fd  folledg record contains 80 characters.
           01 flrec. copy "folledg.cpy".
       working-storage section.
       01  folledg-stat         pic xx value spaces.
       linkage section.
       01  fp-folio             pic x(10).
       01  fp-type              pic x(2).
       01  fp-year              pic 9(4).
       01  fp-amount            pic s9(7)v99 comp-3.
       01  fp-ref               pic x(16).
       01  fp-batch             pic x(12).
       01  fp-pgm               pic x(6).
       01  fp-rundate           pic 9(8).
      *eject
       procedure division using fp-folio fp-type fp-year fp-amount
               fp-ref fp-batch fp-pgm fp-rundate.
       mainpara.
           if fp-amount = 0
              goback
           end-if.
           open extend folledg.
           if folledg-stat = '35'
              open output folledg
           end-if.
           move spaces to flrec.
           move fp-folio to fl-folio.
           move fp-rundate to fl-date.
           move fp-type to fl-type.
           move fp-year to fl-year.
           move fp-amount to fl-amount.
           move fp-ref to fl-ref.
           move fp-batch to fl-batch.
           move fp-pgm to fl-pgm.
           write flrec.
           close folledg.
           goback.
