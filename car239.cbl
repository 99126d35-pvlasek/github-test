      *          shows on car238's open order report as a backorder
      *        - the SHIPREG register lists every confirmation,
      *          short ship and reject
      *        - the stock reserved to a line (om-alloc) is given back
      *          as it ships, so the reservation never outlives the
      *          quantity still to go
      *        - a confirmation against a line car249 has cancelled is
      *          rejected - the warehouse shipped what the customer
      *          called off
       program-id. car239.
       environment division.
       input-output section.
              05 om2-price       pic s9(7)v99  comp-3.
              05 om2-taxcode     pic x(2).
              05 om2-status      pic x(1).
              05 om2-alloc       pic s9(7)     comp-3.
              05 om2-promise     pic 9(6).
              05 filler          pic x(23).
      * car235 INVTRAN-format invoice transaction - the generated
      * lines enter SALEDTL through the same edit as keyed ones
       fd  ordinv record contains 80 characters.
                 move 'N' to cnf-ok-sw
              end-if
           end-if.
           if cnf-ok and om-cancelled
              move "ORDER LINE CANCELLED" to reject-reason
              move 'N' to cnf-ok-sw
           end-if.
           if cnf-ok
              perform billrtn
           else
              else
                 move 'B' to om2-status
              end-if
              perform unallocrtn
              perform wrtinvrtn
              perform regdtlrtn
           end-if.
      * shipped stock comes off the reservation first - a blank
      * (pre-allocation) reservation or a closed line holds nothing
       unallocrtn.
           if om2-alloc not numeric or om2-status = 'C'
              move zeros to om2-alloc
           else
              subtract ship-qty from om2-alloc
              if om2-alloc < 0
                 move zeros to om2-alloc
              end-if
           end-if.
       wrtinvrtn.
           move spaces to ivrec.
           move om2-cust to iv-cust.
