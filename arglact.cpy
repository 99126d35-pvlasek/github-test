      * arglact.cpy - AR general ledger activity record (ARGLACT file)
      * - 40 byte fixed record, one row per money movement the AR runs
      *   make against AROPEN or the ARUNAP suspense, appended by the
      *   run that makes it (car220 receipts, discount and on-account
      *   cash, car222/car229 suspense applications, car223 NSF
      *   reversals and handling fees, car227 finance charges) and
      *   summarized by date into GLTRANS batches by cgl166 - the
      *   receivables cycle reaches the ledger the day it moves
          05  ga-date           pic 9(6).
      * 'RC' cash applied to an open item   DR cash       CR AR
      * 'UA' cash put on account           DR cash       CR unapplied
      * 'AP' suspense applied to an item    DR unapplied  CR AR
      * 'DS' discount allowed               DR discount   CR AR
      * 'NS' NSF cheque reversed            DR AR         CR cash
      * 'NF' NSF handling fee               DR AR         CR fee rev
      * 'FC' finance charge                 DR AR         CR fin rev
          05  ga-kind           pic x(2).
              88  ga-receipt           value 'RC'.
              88  ga-onacct            value 'UA'.
              88  ga-applied           value 'AP'.
              88  ga-discount          value 'DS'.
              88  ga-nsf               value 'NS'.
              88  ga-nsffee            value 'NF'.
              88  ga-finchg            value 'FC'.
          05  ga-cust           pic 9(6).
          05  ga-inv            pic 9(6).
          05  ga-ref            pic x(10).
          05  ga-amount         pic s9(9)v99  comp-3.
          05  filler            pic x(4).
