      *          regardless of limit until the bounced cheque clears
      *          and operations drops his row from the list; no
      *          NSFHOLD file means no NSF holds in force
      *        - an item on dispute hold (car253) is left out of the
      *          balance held against the limit
       program-id. car270.
       environment division.
       input-output section.
           end-if.
           move 'N' to first-cust-sw.
           move ar-cust to prev-cust.
           if ar-not-disputed
              add ar-amount to open-balance
           end-if.
           read aropen at end move 'Y' to aropen-eof.
      * one finished customer - advance the sequential CUSTMAS to him
      * (both files ascend by customer number) and report him when
